000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0028.
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
001400*                  ADMINISTRATIVE-FEE INVOICING.  FOR EACH     *
001500*                  CUSTOMER WITH A C_CUST_FEE_SCHED_TB ROW IN  *
001600*                  FORCE AT MONTH END, COUNTS THE MONTH'S      *
001700*                  BILLABLE EVENTS - PAID CLAIMS AND REVERSALS *
001800*                  PROCESSED IN THE MONTH (C_LI_DRUG_TB), PA   *
001900*                  REQUESTS STARTED IN THE MONTH (C_PRIOR_     *
002000*                  AUTH_TB) AND MEMBER MONTHS (R_MBR_ELIG_TB)  *
002100*                  - PRICES THEM FROM THE SCHEDULE AND OPENS   *
002200*                  A C_CUST_INV_TB INVOICE RECEIVABLE.  WRITES *
002300*                  THE INVOICE FILE FOR ACCOUNTS RECEIVABLE    *
002400*                  AND A PRINTED INVOICE PER CUSTOMER.  A      *
002500*                  CUSTOMER ALREADY INVOICED FOR THE MONTH IS  *
002600*                  SKIPPED, SO THE JOB CAN BE RERUN.  PAYMENT  *
002700*                  TERMS IN DAYS ARE LIST 7533 (DEFAULT 30).   *
002714*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002728*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002742*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
002756*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
002770*                  WITH NO INVPARM CARD THE RUN INVOICES THE   *
002784*                  PREVIOUS CALENDAR MONTH.                    *
002800*                                                              *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT INVPARM-FILE ASSIGN TO INVPARM
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT INVOICE-FILE ASSIGN TO INVOICE
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT RPTB028-FILE ASSIGN TO RPTB028
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300*****************************************************************
004400*  DATA DIVISION                                                *
004500*****************************************************************
004600 DATA DIVISION.
004700 FILE SECTION.
004800*    BILLING MONTH - FIRST AND LAST DAY, CCYY-MM-DD.
004900 FD  INVPARM-FILE.
005000 01  IP-PARM-REC.
005100     05  IP-MO-BEG-DT                PIC X(00010).
005200     05  FILLER                      PIC X(00001).
005300     05  IP-MO-END-DT                PIC X(00010).
005400     05  FILLER                      PIC X(00059).
005500*    ONE RECORD PER INVOICE FOR THE RECEIVABLES SYSTEM.  COUNTS
005600*    AND AMOUNTS UNSIGNED - FEES ARE NEVER NEGATIVE.
005700 FD  INVOICE-FILE.
005800 01  IV-INVOICE-REC.
005900     05  IV-INV-NUM                  PIC 9(00009).
006000     05  IV-CUST-PART-NUM            PIC 9(00004).
006100     05  IV-CUST-ID                  PIC X(00006).
006200     05  IV-BILL-BEG-DT              PIC X(00010).
006300     05  IV-BILL-END-DT              PIC X(00010).
006400     05  IV-INV-DT                   PIC X(00010).
006500     05  IV-DUE-DT                   PIC X(00010).
006600     05  IV-PAID-CLM-CNT             PIC 9(00009).
006700     05  IV-PAID-CLM-FEE             PIC 9(00003)V9(00004).
006800     05  IV-PAID-CLM-AMT             PIC 9(00009)V9(00002).
006900     05  IV-RVSL-CNT                 PIC 9(00009).
007000     05  IV-RVSL-FEE                 PIC 9(00003)V9(00004).
007100     05  IV-RVSL-AMT                 PIC 9(00009)V9(00002).
007200     05  IV-PA-REQ-CNT               PIC 9(00009).
007300     05  IV-PA-REQ-FEE               PIC 9(00003)V9(00004).
007400     05  IV-PA-REQ-AMT               PIC 9(00009)V9(00002).
007500     05  IV-MBR-MO-CNT               PIC 9(00009).
007600     05  IV-PMPM-FEE                 PIC 9(00003)V9(00004).
007700     05  IV-PMPM-AMT                 PIC 9(00009)V9(00002).
007800     05  IV-INV-AMT                  PIC 9(00009)V9(00002).
007900     05  FILLER                      PIC X(00010).
008000 FD  RPTB028-FILE
008100     RECORDING MODE IS F.
008200 01  RPTB028-REC                     PIC X(00133).
008300*****************************************************************
008400*  WORKING-STORAGE SECTION                                     *
008500*****************************************************************
008600 WORKING-STORAGE SECTION.
008700 77  WB-0028-EOF-SW                  PIC X(00001) VALUE 'N'.
008800     88  WB-0028-EOF                 VALUE 'Y'.
008900 77  WB-0028-CUST-CNT                PIC S9(00009) COMP-3
009000                                     VALUE ZERO.
009100 77  WB-0028-INV-CNT                 PIC S9(00009) COMP-3
009200                                     VALUE ZERO.
009300 77  WB-0028-DONE-CNT                PIC S9(00009) COMP-3
009400                                     VALUE ZERO.
009500 77  WB-0028-ZERO-CNT                PIC S9(00009) COMP-3
009600                                     VALUE ZERO.
009700 77  WB-0028-INV-TOT                 PIC S9(00011)V9(00002)
009800                                     COMP-3 VALUE ZERO.
009833*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
009866     COPY WKC90040.
009900*****************************************************************
010000*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CUSTOMER CURSOR -  *
010100*  EVERY CUSTOMER WITH A FEE SCHEDULE IN FORCE AT MONTH END    *
010200*****************************************************************
010300     EXEC SQL INCLUDE SQLCA END-EXEC.
010400     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
010500     COPY CLCFEETB.
010600     COPY CLCINVTB.
010700 01  WH-0028-HOST-VARS.
010800     05  WH-0028-MO-BEG-DT           PIC X(00010).
010900     05  WH-0028-MO-END-DT           PIC X(00010).
011000     05  WH-0028-MO-BEG-TS           PIC X(00026).
011100     05  WH-0028-MO-END-TS           PIC X(00026).
011200     05  WH-0028-RUN-DT              PIC X(00010).
011300     05  WH-0028-DUE-DT              PIC X(00010).
011400     05  WH-0028-LMT-TX              PIC X(00015).
011500     05  WH-0028-TERMS-DAYS          PIC S9(00004) COMP
011600                                     VALUE 30.
011700     05  WH-0028-HIT                 PIC S9(00004) COMP.
011800     EXEC SQL END DECLARE SECTION END-EXEC.
011900     EXEC SQL
012000         DECLARE CB028C CURSOR FOR
012100         SELECT F.R_CUST_PART_NUM,
012200                COALESCE((SELECT D.R_CUST_ID
012300                            FROM R_CUST_DTL_TB D
012400                           WHERE D.R_CUST_PART_NUM =
012500                                 F.R_CUST_PART_NUM
012600                             AND ROWNUM = 1), ' '),
012700                F.C_PAID_CLM_FEE_AMT, F.C_RVSL_FEE_AMT,
012800                F.C_PA_REQ_FEE_AMT, F.C_PMPM_FEE_AMT
012900           FROM C_CUST_FEE_SCHED_TB F
013000          WHERE F.C_FEE_BEG_DT <= :WH-0028-MO-END-DT
013100            AND F.C_FEE_END_DT >= :WH-0028-MO-END-DT
013200          ORDER BY F.R_CUST_PART_NUM
013300     END-EXEC.
013400*****************************************************************
013500*  REPORT LINE LAYOUTS - ONE INVOICE PAGE PER CUSTOMER, THEN    *
013600*  THE RUN SUMMARY                                              *
013700*****************************************************************
013800 01  RL-0028-HDG1.
013900     05  FILLER                      PIC X(00001) VALUE SPACE.
014000     05  FILLER                      PIC X(00050) VALUE
014100         'PDDB0028 - PLAN SPONSOR ADMINISTRATIVE FEE INVOICE'.
014200     05  FILLER                      PIC X(00009)
014300                                     VALUE 'RUN DATE '.
014400     05  RL-0028-H1-RUN-DT           PIC X(00010).
014500 01  RL-0028-HDG2.
014600     05  FILLER                      PIC X(00001) VALUE SPACE.
014700     05  FILLER                      PIC X(00016)
014800                                     VALUE 'BILLING PERIOD  '.
014900     05  RL-0028-H2-BEG              PIC X(00010).
015000     05  FILLER                      PIC X(00004) VALUE ' TO '.
015100     05  RL-0028-H2-END              PIC X(00010).
015200 01  RL-0028-CUST-LINE.
015300     05  FILLER                      PIC X(00001) VALUE SPACE.
015400     05  FILLER                      PIC X(00016)
015500                                     VALUE 'CUSTOMER        '.
015600     05  RL-0028-C-CUST-ID           PIC X(00006).
015700     05  FILLER                      PIC X(00013)
015800                                     VALUE '  PART NUMBER'.
015900     05  RL-0028-C-PART              PIC ZZZ9.
016000 01  RL-0028-INV-LINE.
016100     05  FILLER                      PIC X(00001) VALUE SPACE.
016200     05  FILLER                      PIC X(00016)
016300                                     VALUE 'INVOICE NUMBER  '.
016400     05  RL-0028-I-INV-NUM           PIC Z(00008)9.
016500     05  FILLER                      PIC X(00016)
016600                                     VALUE '   INVOICE DATE '.
016700     05  RL-0028-I-INV-DT            PIC X(00010).
016800     05  FILLER                      PIC X(00012)
016900                                     VALUE '   DUE DATE '.
017000     05  RL-0028-I-DUE-DT            PIC X(00010).
017100 01  RL-0028-COL-HDG.
017200     05  FILLER                      PIC X(00001) VALUE SPACE.
017300     05  FILLER                      PIC X(00046) VALUE
017400         'DESCRIPTION                      QUANTITY     '.
017500     05  FILLER                      PIC X(00030) VALUE
017600         '     RATE            AMOUNT'.
017700 01  RL-0028-FEE-LINE.
017800     05  FILLER                      PIC X(00001) VALUE SPACE.
017900     05  RL-0028-F-DESC              PIC X(00030).
018000     05  RL-0028-F-QTY               PIC ZZZ,ZZZ,ZZ9.
018100     05  FILLER                      PIC X(00003) VALUE SPACES.
018200     05  RL-0028-F-RATE              PIC ZZZ,ZZ9.9999.
018300     05  FILLER                      PIC X(00003) VALUE SPACES.
018400     05  RL-0028-F-AMT               PIC ZZZ,ZZZ,ZZ9.99.
018500 01  RL-0028-TOT-LINE.
018600     05  FILLER                      PIC X(00001) VALUE SPACE.
018700     05  FILLER                      PIC X(00059)
018800                                     VALUE 'TOTAL AMOUNT DUE'.
018900     05  RL-0028-T-AMT               PIC ZZZ,ZZZ,ZZ9.99.
019000 01  RL-0028-SKIP-LINE.
019100     05  FILLER                      PIC X(00001) VALUE SPACE.
019200     05  FILLER                      PIC X(00009)
019300                                     VALUE 'CUSTOMER '.
019400     05  RL-0028-S-CUST-ID           PIC X(00006).
019500     05  FILLER                      PIC X(00001) VALUE SPACE.
019600     05  RL-0028-S-PART              PIC ZZZ9.
019700     05  FILLER                      PIC X(00003) VALUE ' - '.
019800     05  RL-0028-S-RSN               PIC X(00040).
019900 01  RL-0028-COUNT-LINE.
020000     05  FILLER                      PIC X(00001) VALUE SPACE.
020100     05  RL-0028-N-LABEL             PIC X(00030).
020200     05  RL-0028-N-CNT               PIC ZZZ,ZZZ,ZZ9.
020300     05  FILLER                      PIC X(00002) VALUE SPACES.
020400     05  RL-0028-N-AMT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99
020500                                     BLANK WHEN ZERO.
020600 01  RL-0028-BAL-LINE.
020700     05  FILLER                      PIC X(00001) VALUE SPACE.
020800     05  RL-0028-B-TX                PIC X(00060).
020900*****************************************************************
021000*  PROCEDURE DIVISION                                          *
021100*****************************************************************
021200 PROCEDURE DIVISION.
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE
021500         THRU 1000-INITIALIZE-EXIT.
021600     PERFORM 2000-ONE-CUSTOMER
021700         THRU 2000-ONE-CUSTOMER-EXIT
021800         UNTIL WB-0028-EOF.
021900     PERFORM 8000-FINALIZE
022000         THRU 8000-FINALIZE-EXIT.
022100     GOBACK.
022200*****************************************************************
022300*    1000-INITIALIZE - BILLING MONTH, TERMS, DUE DATE, CURSOR   *
022400*****************************************************************
022500 1000-INITIALIZE.
022511     MOVE 'PDDB0028'             TO WK-9004-PGM-ID.
022522     MOVE SPACES                 TO WK-9004-OVRD-DT.
022533     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
022544     IF WK-9004-NO-BUS-DT
022555         DISPLAY 'PDDB0028 - NO BUSINESS PROCESSING DATE'
022566         MOVE 16 TO RETURN-CODE
022577         GOBACK
022588     END-IF.
022600     OPEN INPUT  INVPARM-FILE.
022700     OPEN OUTPUT INVOICE-FILE RPTB028-FILE.
022800     READ INVPARM-FILE
022900         AT END
023150             MOVE SPACES TO IP-PARM-REC
023400     END-READ.
023416*    NO MONTH CARD - INVOICE THE PREVIOUS CALENDAR MONTH.
023432     IF IP-MO-BEG-DT = SPACES
023448         MOVE WK-9004-PRV-MO-BEG-DT TO IP-MO-BEG-DT
023464         MOVE WK-9004-PRV-MO-END-DT TO IP-MO-END-DT
023480     END-IF.
023500     MOVE IP-MO-BEG-DT           TO WH-0028-MO-BEG-DT
023600                                    RL-0028-H2-BEG.
023700     MOVE IP-MO-END-DT           TO WH-0028-MO-END-DT
023800                                    RL-0028-H2-END.
023900     MOVE SPACES TO WH-0028-MO-BEG-TS WH-0028-MO-END-TS.
024000     STRING WH-0028-MO-BEG-DT '-00.00.00.000000'
024100         DELIMITED BY SIZE INTO WH-0028-MO-BEG-TS.
024200     STRING WH-0028-MO-END-DT '-23.59.59.999999'
024300         DELIMITED BY SIZE INTO WH-0028-MO-END-TS.
024400*    PAYMENT TERMS - LIST 7533, START LIMIT THE DAYS FROM THE
024500*    INVOICE DATE TO THE DUE DATE (DEFAULT 30).
024600     EXEC SQL
024700         SELECT G_LIST_STRT_LMT
024800           INTO :WH-0028-LMT-TX
024900           FROM G_LIST_DTL_TB
025000          WHERE G_LIST_SUBSYS_CD = 'C'
025100            AND G_LIST_NUM       = '7533'
025200            AND ROWNUM = 1
025300     END-EXEC.
025400     IF SQLCODE = 0
025500         IF WH-0028-LMT-TX (1:1) NUMERIC
025600             COMPUTE WH-0028-TERMS-DAYS =
025700                 FUNCTION NUMVAL (WH-0028-LMT-TX)
025800         END-IF
025900     END-IF.
025950     MOVE WK-9004-BUS-DT         TO WH-0028-RUN-DT.
026000     EXEC SQL
026125         SELECT TO_CHAR(TO_DATE(:WH-0028-RUN-DT,'YYYY-MM-DD') +
026250                        :WH-0028-TERMS-DAYS,'YYYY-MM-DD')
026375           INTO :WH-0028-DUE-DT
026500           FROM DUAL
026600     END-EXEC.
026700     IF SQLCODE NOT = 0
026800         GO TO 9999-SQL-ERROR
026900     END-IF.
027000     MOVE WH-0028-RUN-DT         TO RL-0028-H1-RUN-DT.
027100     EXEC SQL
027200         OPEN CB028C
027300     END-EXEC.
027400     IF SQLCODE NOT = 0
027500         GO TO 9999-SQL-ERROR
027600     END-IF.
027700 1000-INITIALIZE-EXIT.
027800     EXIT.
027900*****************************************************************
028000*    2000-ONE-CUSTOMER - SKIP A MONTH ALREADY INVOICED, COUNT   *
028100*    AND PRICE THE EVENTS, OPEN THE INVOICE                     *
028200*****************************************************************
028300 2000-ONE-CUSTOMER.
028400     EXEC SQL
028500         FETCH CB028C
028600         INTO :CLCFEETB-R-CUST-PART-NUM,
028700              :CLCINVTB-R-CUST-ID,
028800              :CLCFEETB-C-PAID-CLM-FEE-AMT,
028900              :CLCFEETB-C-RVSL-FEE-AMT,
029000              :CLCFEETB-C-PA-REQ-FEE-AMT,
029100              :CLCFEETB-C-PMPM-FEE-AMT
029200     END-EXEC.
029300     EVALUATE SQLCODE
029400       WHEN 0
029500         CONTINUE
029600       WHEN 100
029700         SET WB-0028-EOF TO TRUE
029800         GO TO 2000-ONE-CUSTOMER-EXIT
029900       WHEN OTHER
030000         GO TO 9999-SQL-ERROR
030100     END-EVALUATE.
030200     ADD 1                       TO WB-0028-CUST-CNT.
030300     MOVE CLCFEETB-R-CUST-PART-NUM
030400                                 TO CLCINVTB-R-CUST-PART-NUM.
030500     EXEC SQL
030600         SELECT 1
030700           INTO :WH-0028-HIT
030800           FROM C_CUST_INV_TB
030900          WHERE R_CUST_PART_NUM = :CLCINVTB-R-CUST-PART-NUM
031000            AND C_BILL_BEG_DT   = :WH-0028-MO-BEG-DT
031100            AND ROWNUM = 1
031200     END-EXEC.
031300     EVALUATE SQLCODE
031400       WHEN 0
031500         MOVE 'ALREADY INVOICED FOR THE MONTH'
031600                                 TO RL-0028-S-RSN
031700         PERFORM 2900-SKIP-LINE
031800             THRU 2900-SKIP-LINE-EXIT
031900         ADD 1                   TO WB-0028-DONE-CNT
032000         GO TO 2000-ONE-CUSTOMER-EXIT
032100       WHEN 100
032200         CONTINUE
032300       WHEN OTHER
032400         GO TO 9999-SQL-ERROR
032500     END-EVALUATE.
032600     PERFORM 3000-COUNT-EVENTS
032700         THRU 3000-COUNT-EVENTS-EXIT.
032800     PERFORM 3500-PRICE-EVENTS
032900         THRU 3500-PRICE-EVENTS-EXIT.
033000     IF CLCINVTB-C-INV-AMT NOT > ZERO
033100         MOVE 'NOTHING BILLABLE FOR THE MONTH'
033200                                 TO RL-0028-S-RSN
033300         PERFORM 2900-SKIP-LINE
033400             THRU 2900-SKIP-LINE-EXIT
033500         ADD 1                   TO WB-0028-ZERO-CNT
033600         GO TO 2000-ONE-CUSTOMER-EXIT
033700     END-IF.
033800     PERFORM 4000-OPEN-INVOICE
033900         THRU 4000-OPEN-INVOICE-EXIT.
034000     PERFORM 5000-WRITE-INVOICE
034100         THRU 5000-WRITE-INVOICE-EXIT.
034200     PERFORM 6000-PRINT-INVOICE
034300         THRU 6000-PRINT-INVOICE-EXIT.
034400*    COMMIT EACH INVOICE WITH ITS FILE RECORD SO A RESTART
034500*    PICKS UP AT THE NEXT CUSTOMER.
034600     EXEC SQL COMMIT END-EXEC.
034700 2000-ONE-CUSTOMER-EXIT.
034800     EXIT.
034900*****************************************************************
035000*    2900-SKIP-LINE - CUSTOMER NOT INVOICED THIS RUN            *
035100*****************************************************************
035200 2900-SKIP-LINE.
035300     MOVE CLCINVTB-R-CUST-ID     TO RL-0028-S-CUST-ID.
035400     MOVE CLCINVTB-R-CUST-PART-NUM
035500                                 TO RL-0028-S-PART.
035600     WRITE RPTB028-REC FROM RL-0028-SKIP-LINE
035700         AFTER ADVANCING 1 LINE.
035800 2900-SKIP-LINE-EXIT.
035900     EXIT.
036000*****************************************************************
036100*    3000-COUNT-EVENTS - PAID CLAIMS AND REVERSALS PROCESSED IN *
036200*    THE MONTH, PA REQUESTS STARTED IN THE MONTH, MEMBERS       *
036300*    ELIGIBLE ANY DAY OF THE MONTH                              *
036400*****************************************************************
036500 3000-COUNT-EVENTS.
036600     EXEC SQL
036700         SELECT NVL(SUM(CASE WHEN C_HDR_TXN_TY_CD <> 'C'
036800                              AND C_HDR_STAT_CD    = 'P'
036900                             THEN 1 ELSE 0 END), 0),
037000                NVL(SUM(DECODE(C_HDR_TXN_TY_CD, 'C', 1, 0)), 0)
037100           INTO :CLCINVTB-C-PAID-CLM-CNT,
037200                :CLCINVTB-C-RVSL-CNT
037300           FROM C_LI_DRUG_TB
037400          WHERE R_CUST_PART_NUM = :CLCINVTB-R-CUST-PART-NUM
037500            AND G_AUD_TS       >= :WH-0028-MO-BEG-TS
037600            AND G_AUD_TS       <= :WH-0028-MO-END-TS
037700     END-EXEC.
037800     IF SQLCODE NOT = 0
037900         GO TO 9999-SQL-ERROR
038000     END-IF.
038100     EXEC SQL
038200         SELECT COUNT(*)
038300           INTO :CLCINVTB-C-PA-REQ-CNT
038400           FROM C_PRIOR_AUTH_TB
038500          WHERE R_CUST_PART_NUM = :CLCINVTB-R-CUST-PART-NUM
038600            AND C_PA_BEG_DT    >= :WH-0028-MO-BEG-DT
038700            AND C_PA_BEG_DT    <= :WH-0028-MO-END-DT
038800     END-EXEC.
038900     IF SQLCODE NOT = 0
039000         GO TO 9999-SQL-ERROR
039100     END-IF.
039200     EXEC SQL
039300         SELECT COUNT(DISTINCT B_SYS_ID)
039400           INTO :CLCINVTB-C-MBR-MO-CNT
039500           FROM R_MBR_ELIG_TB
039600          WHERE R_CUST_PART_NUM = :CLCINVTB-R-CUST-PART-NUM
039700            AND B_ELIG_BEG_DT  <= :WH-0028-MO-END-DT
039800            AND B_ELIG_END_DT  >= :WH-0028-MO-BEG-DT
039900     END-EXEC.
040000     IF SQLCODE NOT = 0
040100         GO TO 9999-SQL-ERROR
040200     END-IF.
040300 3000-COUNT-EVENTS-EXIT.
040400     EXIT.
040500*****************************************************************
040600*    3500-PRICE-EVENTS - COUNT TIMES SCHEDULE RATE, TO THE CENT *
040700*****************************************************************
040800 3500-PRICE-EVENTS.
040900     COMPUTE CLCINVTB-C-PAID-CLM-AMT ROUNDED =
041000             CLCINVTB-C-PAID-CLM-CNT
041100           * CLCFEETB-C-PAID-CLM-FEE-AMT.
041200     COMPUTE CLCINVTB-C-RVSL-AMT ROUNDED =
041300             CLCINVTB-C-RVSL-CNT * CLCFEETB-C-RVSL-FEE-AMT.
041400     COMPUTE CLCINVTB-C-PA-REQ-AMT ROUNDED =
041500             CLCINVTB-C-PA-REQ-CNT * CLCFEETB-C-PA-REQ-FEE-AMT.
041600     COMPUTE CLCINVTB-C-PMPM-AMT ROUNDED =
041700             CLCINVTB-C-MBR-MO-CNT * CLCFEETB-C-PMPM-FEE-AMT.
041800     COMPUTE CLCINVTB-C-INV-AMT =
041900             CLCINVTB-C-PAID-CLM-AMT + CLCINVTB-C-RVSL-AMT
042000           + CLCINVTB-C-PA-REQ-AMT   + CLCINVTB-C-PMPM-AMT.
042100 3500-PRICE-EVENTS-EXIT.
042200     EXIT.
042300*****************************************************************
042400*    4000-OPEN-INVOICE - NUMBER IT AND OPEN THE RECEIVABLE      *
042500*****************************************************************
042600 4000-OPEN-INVOICE.
042700     EXEC SQL
042800         SELECT C_CUST_INV_SEQ.NEXTVAL
042900           INTO :CLCINVTB-C-INV-NUM
043000           FROM DUAL
043100     END-EXEC.
043200     IF SQLCODE NOT = 0
043300         GO TO 9999-SQL-ERROR
043400     END-IF.
043500     MOVE WH-0028-MO-BEG-DT      TO CLCINVTB-C-BILL-BEG-DT.
043600     MOVE WH-0028-MO-END-DT      TO CLCINVTB-C-BILL-END-DT.
043700     MOVE WH-0028-RUN-DT         TO CLCINVTB-C-INV-DT.
043800     MOVE WH-0028-DUE-DT         TO CLCINVTB-C-DUE-DT.
043900     MOVE 'O'                    TO CLCINVTB-C-INV-STAT-CD.
044000     EXEC SQL
044100         INSERT INTO C_CUST_INV_TB
044200               (C_INV_NUM, R_CUST_PART_NUM, R_CUST_ID,
044300                C_BILL_BEG_DT, C_BILL_END_DT, C_INV_DT, C_DUE_DT,
044400                C_PAID_CLM_CNT, C_PAID_CLM_AMT, C_RVSL_CNT,
044500                C_RVSL_AMT, C_PA_REQ_CNT, C_PA_REQ_AMT,
044600                C_MBR_MO_CNT, C_PMPM_AMT, C_INV_AMT, C_PAID_AMT,
044700                C_BAL_AMT, C_INV_STAT_CD, C_LAST_PYMT_DT,
044800                C_UPD_USER_ID, C_UPD_TS)
044900         VALUES (:CLCINVTB-C-INV-NUM, :CLCINVTB-R-CUST-PART-NUM,
045000                 :CLCINVTB-R-CUST-ID, :CLCINVTB-C-BILL-BEG-DT,
045100                 :CLCINVTB-C-BILL-END-DT, :CLCINVTB-C-INV-DT,
045200                 :CLCINVTB-C-DUE-DT, :CLCINVTB-C-PAID-CLM-CNT,
045300                 :CLCINVTB-C-PAID-CLM-AMT, :CLCINVTB-C-RVSL-CNT,
045400                 :CLCINVTB-C-RVSL-AMT, :CLCINVTB-C-PA-REQ-CNT,
045500                 :CLCINVTB-C-PA-REQ-AMT, :CLCINVTB-C-MBR-MO-CNT,
045600                 :CLCINVTB-C-PMPM-AMT, :CLCINVTB-C-INV-AMT, 0,
045700                 :CLCINVTB-C-INV-AMT, :CLCINVTB-C-INV-STAT-CD,
045800                 ' ', 'PDDB0028',
045900                 TO_CHAR(CURRENT_TIMESTAMP,
046000                     'YYYY-MM-DD-HH24.MI.SS.FF6'))
046100     END-EXEC.
046200     IF SQLCODE NOT = 0
046300         GO TO 9999-SQL-ERROR
046400     END-IF.
046500     ADD 1                       TO WB-0028-INV-CNT.
046600     ADD CLCINVTB-C-INV-AMT      TO WB-0028-INV-TOT.
046700 4000-OPEN-INVOICE-EXIT.
046800     EXIT.
046900*****************************************************************
047000*    5000-WRITE-INVOICE - INVOICE FILE RECORD                   *
047100*****************************************************************
047200 5000-WRITE-INVOICE.
047300     MOVE SPACES                 TO IV-INVOICE-REC.
047400     MOVE CLCINVTB-C-INV-NUM     TO IV-INV-NUM.
047500     MOVE CLCINVTB-R-CUST-PART-NUM
047600                                 TO IV-CUST-PART-NUM.
047700     MOVE CLCINVTB-R-CUST-ID     TO IV-CUST-ID.
047800     MOVE CLCINVTB-C-BILL-BEG-DT TO IV-BILL-BEG-DT.
047900     MOVE CLCINVTB-C-BILL-END-DT TO IV-BILL-END-DT.
048000     MOVE CLCINVTB-C-INV-DT      TO IV-INV-DT.
048100     MOVE CLCINVTB-C-DUE-DT      TO IV-DUE-DT.
048200     MOVE CLCINVTB-C-PAID-CLM-CNT
048300                                 TO IV-PAID-CLM-CNT.
048400     MOVE CLCFEETB-C-PAID-CLM-FEE-AMT
048500                                 TO IV-PAID-CLM-FEE.
048600     MOVE CLCINVTB-C-PAID-CLM-AMT
048700                                 TO IV-PAID-CLM-AMT.
048800     MOVE CLCINVTB-C-RVSL-CNT    TO IV-RVSL-CNT.
048900     MOVE CLCFEETB-C-RVSL-FEE-AMT
049000                                 TO IV-RVSL-FEE.
049100     MOVE CLCINVTB-C-RVSL-AMT    TO IV-RVSL-AMT.
049200     MOVE CLCINVTB-C-PA-REQ-CNT  TO IV-PA-REQ-CNT.
049300     MOVE CLCFEETB-C-PA-REQ-FEE-AMT
049400                                 TO IV-PA-REQ-FEE.
049500     MOVE CLCINVTB-C-PA-REQ-AMT  TO IV-PA-REQ-AMT.
049600     MOVE CLCINVTB-C-MBR-MO-CNT  TO IV-MBR-MO-CNT.
049700     MOVE CLCFEETB-C-PMPM-FEE-AMT
049800                                 TO IV-PMPM-FEE.
049900     MOVE CLCINVTB-C-PMPM-AMT    TO IV-PMPM-AMT.
050000     MOVE CLCINVTB-C-INV-AMT     TO IV-INV-AMT.
050100     WRITE IV-INVOICE-REC.
050200 5000-WRITE-INVOICE-EXIT.
050300     EXIT.
050400*****************************************************************
050500*    6000-PRINT-INVOICE - ONE PAGE, ONE LINE PER FEE TYPE       *
050600*****************************************************************
050700 6000-PRINT-INVOICE.
050800     WRITE RPTB028-REC FROM RL-0028-HDG1
050900         BEFORE ADVANCING TO-NEW-PAGE.
051000     WRITE RPTB028-REC FROM RL-0028-HDG2
051100         AFTER ADVANCING 1 LINE.
051200     MOVE CLCINVTB-R-CUST-ID     TO RL-0028-C-CUST-ID.
051300     MOVE CLCINVTB-R-CUST-PART-NUM
051400                                 TO RL-0028-C-PART.
051500     WRITE RPTB028-REC FROM RL-0028-CUST-LINE
051600         AFTER ADVANCING 2 LINES.
051700     MOVE CLCINVTB-C-INV-NUM     TO RL-0028-I-INV-NUM.
051800     MOVE CLCINVTB-C-INV-DT      TO RL-0028-I-INV-DT.
051900     MOVE CLCINVTB-C-DUE-DT      TO RL-0028-I-DUE-DT.
052000     WRITE RPTB028-REC FROM RL-0028-INV-LINE
052100         AFTER ADVANCING 1 LINE.
052200     WRITE RPTB028-REC FROM RL-0028-COL-HDG
052300         AFTER ADVANCING 2 LINES.
052400     MOVE 'PAID CLAIMS'          TO RL-0028-F-DESC.
052500     MOVE CLCINVTB-C-PAID-CLM-CNT
052600                                 TO RL-0028-F-QTY.
052700     MOVE CLCFEETB-C-PAID-CLM-FEE-AMT
052800                                 TO RL-0028-F-RATE.
052900     MOVE CLCINVTB-C-PAID-CLM-AMT
053000                                 TO RL-0028-F-AMT.
053100     WRITE RPTB028-REC FROM RL-0028-FEE-LINE
053200         AFTER ADVANCING 2 LINES.
053300     MOVE 'CLAIM REVERSALS'      TO RL-0028-F-DESC.
053400     MOVE CLCINVTB-C-RVSL-CNT    TO RL-0028-F-QTY.
053500     MOVE CLCFEETB-C-RVSL-FEE-AMT
053600                                 TO RL-0028-F-RATE.
053700     MOVE CLCINVTB-C-RVSL-AMT    TO RL-0028-F-AMT.
053800     WRITE RPTB028-REC FROM RL-0028-FEE-LINE
053900         AFTER ADVANCING 1 LINE.
054000     MOVE 'PRIOR AUTHORIZATION REQUESTS' TO RL-0028-F-DESC.
054100     MOVE CLCINVTB-C-PA-REQ-CNT  TO RL-0028-F-QTY.
054200     MOVE CLCFEETB-C-PA-REQ-FEE-AMT
054300                                 TO RL-0028-F-RATE.
054400     MOVE CLCINVTB-C-PA-REQ-AMT  TO RL-0028-F-AMT.
054500     WRITE RPTB028-REC FROM RL-0028-FEE-LINE
054600         AFTER ADVANCING 1 LINE.
054700     MOVE 'MEMBER MONTHS'        TO RL-0028-F-DESC.
054800     MOVE CLCINVTB-C-MBR-MO-CNT  TO RL-0028-F-QTY.
054900     MOVE CLCFEETB-C-PMPM-FEE-AMT
055000                                 TO RL-0028-F-RATE.
055100     MOVE CLCINVTB-C-PMPM-AMT    TO RL-0028-F-AMT.
055200     WRITE RPTB028-REC FROM RL-0028-FEE-LINE
055300         AFTER ADVANCING 1 LINE.
055400     MOVE CLCINVTB-C-INV-AMT     TO RL-0028-T-AMT.
055500     WRITE RPTB028-REC FROM RL-0028-TOT-LINE
055600         AFTER ADVANCING 2 LINES.
055700 6000-PRINT-INVOICE-EXIT.
055800     EXIT.
055900*****************************************************************
056000*    8000-FINALIZE - RUN SUMMARY: CUSTOMERS = INVOICED +        *
056100*    ALREADY INVOICED + NOTHING BILLABLE                        *
056200*****************************************************************
056300 8000-FINALIZE.
056400     EXEC SQL
056500         CLOSE CB028C
056600     END-EXEC.
056700     EXEC SQL COMMIT END-EXEC.
056800     WRITE RPTB028-REC FROM RL-0028-HDG1
056900         BEFORE ADVANCING TO-NEW-PAGE.
057000     WRITE RPTB028-REC FROM RL-0028-HDG2
057100         AFTER ADVANCING 1 LINE.
057200     MOVE 'CUSTOMERS WITH A FEE SCHEDULE' TO RL-0028-N-LABEL.
057300     MOVE WB-0028-CUST-CNT       TO RL-0028-N-CNT.
057400     MOVE ZERO                   TO RL-0028-N-AMT.
057500     WRITE RPTB028-REC FROM RL-0028-COUNT-LINE
057600         AFTER ADVANCING 3 LINES.
057700     MOVE 'INVOICES OPENED'      TO RL-0028-N-LABEL.
057800     MOVE WB-0028-INV-CNT        TO RL-0028-N-CNT.
057900     MOVE WB-0028-INV-TOT        TO RL-0028-N-AMT.
058000     WRITE RPTB028-REC FROM RL-0028-COUNT-LINE
058100         AFTER ADVANCING 1 LINE.
058200     MOVE 'ALREADY INVOICED'     TO RL-0028-N-LABEL.
058300     MOVE WB-0028-DONE-CNT       TO RL-0028-N-CNT.
058400     MOVE ZERO                   TO RL-0028-N-AMT.
058500     WRITE RPTB028-REC FROM RL-0028-COUNT-LINE
058600         AFTER ADVANCING 1 LINE.
058700     MOVE 'NOTHING BILLABLE'     TO RL-0028-N-LABEL.
058800     MOVE WB-0028-ZERO-CNT       TO RL-0028-N-CNT.
058900     WRITE RPTB028-REC FROM RL-0028-COUNT-LINE
059000         AFTER ADVANCING 1 LINE.
059100     IF WB-0028-CUST-CNT = WB-0028-INV-CNT + WB-0028-DONE-CNT
059200                         + WB-0028-ZERO-CNT
059300         MOVE 'BALANCED - CUSTOMERS = INVOICED + SKIPPED'
059400                                 TO RL-0028-B-TX
059500     ELSE
059600         MOVE '*** OUT OF BALANCE - INVESTIGATE BEFORE RERUN ***'
059700                                 TO RL-0028-B-TX
059800         MOVE 8 TO RETURN-CODE
059900     END-IF.
060000     WRITE RPTB028-REC FROM RL-0028-BAL-LINE
060100         AFTER ADVANCING 2 LINES.
060200     CLOSE INVPARM-FILE INVOICE-FILE RPTB028-FILE.
060300 8000-FINALIZE-EXIT.
060400     EXIT.
060500*****************************************************************
060600*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
060700*****************************************************************
060800 9999-SQL-ERROR.
060900     DISPLAY 'PDDB0028 - SQL ERROR ON C_CUST_INV_TB'.
061000     DISPLAY 'SQLCODE = ' SQLCODE.
061100     EXEC SQL ROLLBACK END-EXEC.
061200     MOVE 16 TO RETURN-CODE.
061300     CLOSE INVPARM-FILE INVOICE-FILE RPTB028-FILE.
061400     GOBACK.
