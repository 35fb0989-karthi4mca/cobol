002610*  09/02/26  ACS   CARRY THE COMPENDIUM'S BRAND/GENERIC        *
002620*                  INDICATOR ONTO R_DRUG_BRAND_IND FOR THE     *
002630*                  SUBSTITUTION-OPPORTUNITY REPORTING.         *
002644*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002658*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002672*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
002686*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
002688*  10/15/26  ACS   CARRY THE COMPENDIUM'S GCN SEQUENCE NUMBER  *
002690*                  ONTO R_DRUG_GCN_SEQ_NUM SO THE DRUG         *
002692*                  COVERAGE INQUIRY CAN TIE AN NDC TO ITS GCN  *
002694*                  LISTS.  A NON-NUMERIC GCN LOADS AS ZERO.    *
002702*  10/15/26  ACS   CHECKPOINT/RESTART FOR APPLY RUNS (SHARED   *
002710*                  PDDS9010 ROUTINE). AN APPLY RUN NOW COMMITS *
002718*                  EVERY WB-0009-COMMIT-LIMIT RECORDS, AND THE *
002726*                  RECORD COUNT, LAST NDC AND COUNTS GO ON     *
002734*                  G_LOAD_CHKPT_TB WITH EACH COMMIT. A RESTART *
002742*                  CARD OF RESTART SKIPS THE NDCS ALREADY      *
002750*                  APPLIED AND CARRIES THE COUNTS FORWARD; AN  *
002758*                  UNFINISHED CHECKPOINT STOPS A FRESH APPLY   *
002766*                  RUN UNTIL A CLEAR CARD IS SUPPLIED. PREVIEW *
002774*                  RUNS COMMIT NOTHING AND TAKE NO CHECKPOINT. *
002782*                                                              *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
005800     05  CI-CVRG-CD                  PIC X(00001).
005900     05  CI-LBL-NAM                  PIC X(00030).
005950     05  CI-BRAND-IND                PIC X(00001).
006000     05  CI-GCN-SEQ-NUM              PIC X(00006).
006050     05  FILLER                      PIC X(00018).
006100 FD  RPTB009-FILE
006200     RECORDING MODE IS F.
006300 01  RPTB009-REC                     PIC X(00133).
008300                                     VALUE ZERO.
008400 77  WB-0009-IMPACT-AMT              PIC S9(00011)V9(00002)
008500                                     COMP-3 VALUE ZERO.
008511 77  WB-0009-COMMIT-CNT              PIC S9(00004) COMP
008522                                     VALUE ZERO.
008533 77  WB-0009-COMMIT-LIMIT            PIC S9(00004) COMP
008544                                     VALUE +500.
008555 77  WB-0009-SKIP-TO                 PIC S9(00009) COMP-3
008566                                     VALUE ZERO.
008577 77  WB-0009-RSTRT-KEY               PIC X(00040) VALUE SPACES.
008588 77  WB-0009-CHKPT-KEY               PIC X(00040) VALUE SPACES.
008600 01  WB-0009-RUN-DT.
008700     05  WB-0009-RUN-DT-YYYYMMDD     PIC X(00008).
008733*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
008766     COPY WKC90040.
008772*    CHECKPOINT/RESTART - SHARED PDDS9010 ROUTINE.  CONTROL
008778*    TOTALS 1-6: UPDATES, INSERTS, REJECTS, IMPACT NDCS, IMPACT
008784*    CLAIMS, IMPACT DOLLARS.
008790     COPY WKC90100.
008800*****************************************************************
008900*  EXEC SQL - SQLCA AND HOST VARIABLES.  THE DRUG ROW IMAGE IS  *
009000*  THE SAME DCLGEN VIEW THE CLAIM EDIT MODULE USES.             *
014900*    1000-INITIALIZE - MODE CARD, LOOKBACK DATE, HEADINGS       *
015000*****************************************************************
015100 1000-INITIALIZE.
015111     MOVE 'PDDB0009'             TO WK-9004-PGM-ID.
015122     MOVE SPACES                 TO WK-9004-OVRD-DT.
015133     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
015144     IF WK-9004-NO-BUS-DT
015155         DISPLAY 'PDDB0009 - NO BUSINESS PROCESSING DATE'
015166         MOVE 16 TO RETURN-CODE
015177         GOBACK
015188     END-IF.
015200     OPEN INPUT  CMPDPARM-FILE CMPDIN-FILE.
015300     OPEN OUTPUT RPTB009-FILE.
015400     READ CMPDPARM-FILE
016900         CLOSE CMPDPARM-FILE CMPDIN-FILE RPTB009-FILE
017000         GOBACK
017100     END-EVALUATE.
017120     IF WB-0009-APPLY-MODE
017140         PERFORM 1100-BEGIN-CHECKPOINT
017160             THRU 1100-BEGIN-CHECKPOINT-EXIT
017170     ELSE
017180         SET WK-9010-FRESH-RUN   TO TRUE
017190     END-IF.
017200     MOVE CP-RUN-MODE TO RL-0009-H1-MODE.
017300     WRITE RPTB009-REC FROM RL-0009-HDG1
017400         BEFORE ADVANCING TO-NEW-PAGE.
017500     WRITE RPTB009-REC FROM RL-0009-HDG2
017600         AFTER ADVANCING 2 LINES.
017700*    30-DAY LOOKBACK FOR THE IMPACT PREVIEW.
017800     MOVE WK-9004-BUS-DT-YYYYMMDD TO WB-0009-RUN-DT-YYYYMMDD.
017900     MOVE WK-9004-BUS-DT          TO WH-0009-LKBK-DT.
018000     EXEC SQL
018050         SELECT TO_CHAR(TO_DATE(:WH-0009-LKBK-DT,
018100                                'YYYY-MM-DD') - 30,
018150                        'YYYY-MM-DD')
018200           INTO :WH-0009-LKBK-DT
018300           FROM DUAL
018400     END-EXEC.
018900         THRU 2100-READ-NEXT-EXIT.
019000 1000-INITIALIZE-EXIT.
019100     EXIT.
019103*****************************************************************
019106*    1100-BEGIN-CHECKPOINT - FRESH RUN, RESTART OR CLEAR, PER   *
019109*    THE CHECKPOINT AND THE OPTIONAL RESTART CARD.  A RESTART   *
019112*    PICKS UP THE COUNTS AS OF THE LAST COMMIT AND MUST RUN FOR *
019115*    THE SAME BUSINESS DATE.                                    *
019118*****************************************************************
019121 1100-BEGIN-CHECKPOINT.
019124     SET WK-9010-BEGIN           TO TRUE.
019127     MOVE 'PDDB0009'             TO WK-9010-PGM-ID.
019130     MOVE WK-9004-BUS-DT         TO WK-9010-BUS-DT.
019133     CALL 'PDDS9010' USING WK-9010-CALL-PARMS.
019136     IF NOT WK-9010-OK
019139         DISPLAY 'PDDB0009 - RUN NOT STARTED, CHECKPOINT REPLY '
019142                 WK-9010-REPLY-CD ' SQLCODE ' WK-9010-SQLCODE
019145         EXEC SQL ROLLBACK END-EXEC
019148         MOVE 16 TO RETURN-CODE
019151         CLOSE CMPDPARM-FILE CMPDIN-FILE RPTB009-FILE
019154         GOBACK
019157     END-IF.
019160     EXEC SQL COMMIT END-EXEC.
019163     IF WK-9010-RESTART-RUN
019166         MOVE WK-9010-REC-CNT     TO WB-0009-SKIP-TO
019169         MOVE WK-9010-LAST-KEY    TO WB-0009-RSTRT-KEY
019172         MOVE WK-9010-CTL-TOT (1) TO WB-0009-UPD-CNT
019175         MOVE WK-9010-CTL-TOT (2) TO WB-0009-INS-CNT
019178         MOVE WK-9010-CTL-TOT (3) TO WB-0009-REJ-CNT
019181         MOVE WK-9010-CTL-TOT (4) TO WB-0009-IMPACT-NDC-CNT
019184         MOVE WK-9010-CTL-TOT (5) TO WB-0009-IMPACT-CLM-CNT
019187         MOVE WK-9010-CTL-TOT (6) TO WB-0009-IMPACT-AMT
019190     END-IF.
019193 1100-BEGIN-CHECKPOINT-EXIT.
019196     EXIT.
019200*****************************************************************
019300*    2000-ONE-RECORD - VALIDATE, PREVIEW THE IMPACT WHEN THE    *
019400*    NEW STATUS DENIES, THEN APPLY THE ROW                      *
019500*****************************************************************
019600 2000-ONE-RECORD.
019612     IF WB-0009-READ-CNT NOT > WB-0009-SKIP-TO
019624         PERFORM 2200-SKIP-APPLIED
019636             THRU 2200-SKIP-APPLIED-EXIT
019648         PERFORM 2100-READ-NEXT
019660             THRU 2100-READ-NEXT-EXIT
019672         GO TO 2000-ONE-RECORD-EXIT
019684     END-IF.
019700     IF CI-NDC-NUM NOT NUMERIC
019800      OR (CI-STAT-CD NOT = 'A' AND 'T')
019900         ADD 1 TO WB-0009-REJ-CNT
020900     MOVE CI-CVRG-CD    TO CLDRMSTB-R-DRUG-CVRG-CD.
021000     MOVE CI-LBL-NAM    TO CLDRMSTB-R-DRUG-LBL-NAM.
021050     MOVE CI-BRAND-IND  TO CLDRMSTB-R-DRUG-BRAND-IND.
021058     IF CI-GCN-SEQ-NUM NUMERIC
021066         MOVE CI-GCN-SEQ-NUM TO CLDRMSTB-R-DRUG-GCN-SEQ-NUM
021074     ELSE
021082         MOVE ZERO           TO CLDRMSTB-R-DRUG-GCN-SEQ-NUM
021090     END-IF.
021100     PERFORM 3000-PREVIEW-IMPACT
021200         THRU 3000-PREVIEW-IMPACT-EXIT.
021300     PERFORM 4000-APPLY-ROW
022600     END-READ.
022700 2100-READ-NEXT-EXIT.
022800     EXIT.
022804*****************************************************************
022808*    2200-SKIP-APPLIED - ON A RESTART, RECORDS UP TO THE        *
022812*    CHECKPOINT WERE APPLIED BY THE FAILED RUN.  THE LAST OF    *
022816*    THEM MUST CARRY THE CHECKPOINT NDC, OR THIS IS NOT THE     *
022820*    FILE THE FAILED RUN WAS READING.                           *
022824*****************************************************************
022828 2200-SKIP-APPLIED.
022832     IF WB-0009-READ-CNT < WB-0009-SKIP-TO
022836         GO TO 2200-SKIP-APPLIED-EXIT
022840     END-IF.
022844     MOVE CI-NDC-NUM             TO WB-0009-CHKPT-KEY.
022848     IF WB-0009-CHKPT-KEY NOT = WB-0009-RSTRT-KEY
022852         DISPLAY 'PDDB0009 - RESTART KEY MISMATCH'
022856                 ' - WRONG INPUT FILE'
022860         DISPLAY 'CHECKPOINT KEY = ' WB-0009-RSTRT-KEY
022864         DISPLAY 'INPUT KEY      = ' WB-0009-CHKPT-KEY
022868         GO TO 9000-RESTART-FAILED
022872     END-IF.
022876 2200-SKIP-APPLIED-EXIT.
022880     EXIT.
022900*****************************************************************
023000*    3000-PREVIEW-IMPACT - WOULD THE NEW ROW DENY CLAIMS THAT   *
023100*    PAID IN THE LAST 30 DAYS?  THE DENY TESTS MIRROR           *
028100                R_DRUG_REBATE_IND = :CLDRMSTB-R-DRUG-REBATE-IND,
028200                R_DRUG_CVRG_CD    = :CLDRMSTB-R-DRUG-CVRG-CD,
028300                R_DRUG_LBL_NAM    = :CLDRMSTB-R-DRUG-LBL-NAM,
028325                R_DRUG_BRAND_IND  = :CLDRMSTB-R-DRUG-BRAND-IND,
028350                R_DRUG_GCN_SEQ_NUM =
028375                                 :CLDRMSTB-R-DRUG-GCN-SEQ-NUM
028400          WHERE R_DRUG_NDC_NUM    = :CLDRMSTB-R-DRUG-NDC-NUM
028500     END-EXEC.
028600     EVALUATE SQLCODE
029200                    (R_DRUG_NDC_NUM, R_DRUG_STAT_CD,
029300                     R_DRUG_TERM_DT, R_DRUG_DESI_CD,
029400                     R_DRUG_REBATE_IND, R_DRUG_CVRG_CD,
029466                     R_DRUG_LBL_NAM, R_DRUG_BRAND_IND,
029532                     R_DRUG_GCN_SEQ_NUM)
029600             VALUES (:CLDRMSTB-R-DRUG-NDC-NUM,
029700                     :CLDRMSTB-R-DRUG-STAT-CD,
029800                     :CLDRMSTB-R-DRUG-TERM-DT,
030000                     :CLDRMSTB-R-DRUG-REBATE-IND,
030100                     :CLDRMSTB-R-DRUG-CVRG-CD,
030200                     :CLDRMSTB-R-DRUG-LBL-NAM,
030233                     :CLDRMSTB-R-DRUG-BRAND-IND,
030266                     :CLDRMSTB-R-DRUG-GCN-SEQ-NUM)
030300         END-EXEC
030400         IF SQLCODE = 0
030500             ADD 1 TO WB-0009-INS-CNT
030900       WHEN OTHER
031000         GO TO 9999-SQL-ERROR
031100     END-EVALUATE.
031109     IF WB-0009-APPLY-MODE
031118         ADD 1 TO WB-0009-COMMIT-CNT
031127         IF WB-0009-COMMIT-CNT NOT < WB-0009-COMMIT-LIMIT
031136             SET WK-9010-TAKE-CHKPT  TO TRUE
031145             PERFORM 8500-TAKE-CHECKPOINT
031154                 THRU 8500-TAKE-CHECKPOINT-EXIT
031163             EXEC SQL COMMIT END-EXEC
031172             MOVE ZERO TO WB-0009-COMMIT-CNT
031181         END-IF
031190     END-IF.
031200 4000-APPLY-ROW-EXIT.
031300     EXIT.
031400*****************************************************************
031900     MOVE WB-0009-READ-CNT            TO RL-0009-C-CNT.
032000     WRITE RPTB009-REC FROM RL-0009-COUNT-LINE
032100         AFTER ADVANCING 2 LINES.
032114     IF WK-9010-RESTART-RUN
032128         MOVE 'RESTARTED AFTER RECORD'  TO RL-0009-C-LABEL
032142         MOVE WB-0009-SKIP-TO         TO RL-0009-C-CNT
032156         WRITE RPTB009-REC FROM RL-0009-COUNT-LINE
032170             AFTER ADVANCING 1 LINE
032184     END-IF.
032200     MOVE 'NDC ROWS UPDATED'          TO RL-0009-C-LABEL.
032300     MOVE WB-0009-UPD-CNT             TO RL-0009-C-CNT.
032400     WRITE RPTB009-REC FROM RL-0009-COUNT-LINE
034200     MOVE WB-0009-IMPACT-AMT          TO RL-0009-T-AMT.
034300     WRITE RPTB009-REC FROM RL-0009-TOT-LINE
034400         AFTER ADVANCING 1 LINE.
034442     IF WB-0009-READ-CNT < WB-0009-SKIP-TO
034484         DISPLAY 'PDDB0009 - INPUT ENDED BEFORE THE RESTART POINT'
034526                 ' - WRONG INPUT FILE'
034568         GO TO 9000-RESTART-FAILED
034610     END-IF.
034652     IF WB-0009-APPLY-MODE
034694         SET WK-9010-FINISH      TO TRUE
034736         PERFORM 8500-TAKE-CHECKPOINT
034778             THRU 8500-TAKE-CHECKPOINT-EXIT
034820         EXEC SQL COMMIT END-EXEC
034862     ELSE
034904         EXEC SQL ROLLBACK END-EXEC
034946     END-IF.
035000     CLOSE CMPDPARM-FILE CMPDIN-FILE RPTB009-FILE.
035100 8000-FINALIZE-EXIT.
035200     EXIT.
035202*****************************************************************
035204*    8500-TAKE-CHECKPOINT - PROGRESS AS OF THE COMMIT ABOUT TO  *
035206*    BE TAKEN, IN THE SAME UNIT OF WORK.  THE CALLER SETS THE   *
035208*    FUNCTION - CHECKPOINT, OR FINISH AT THE END OF THE RUN.    *
035210*****************************************************************
035212 8500-TAKE-CHECKPOINT.
035214     MOVE WB-0009-READ-CNT       TO WK-9010-REC-CNT.
035216     MOVE CI-NDC-NUM             TO WB-0009-CHKPT-KEY.
035218     MOVE WB-0009-CHKPT-KEY      TO WK-9010-LAST-KEY.
035220     MOVE WB-0009-UPD-CNT        TO WK-9010-CTL-TOT (1).
035222     MOVE WB-0009-INS-CNT        TO WK-9010-CTL-TOT (2).
035224     MOVE WB-0009-REJ-CNT        TO WK-9010-CTL-TOT (3).
035226     MOVE WB-0009-IMPACT-NDC-CNT TO WK-9010-CTL-TOT (4).
035228     MOVE WB-0009-IMPACT-CLM-CNT TO WK-9010-CTL-TOT (5).
035230     MOVE WB-0009-IMPACT-AMT     TO WK-9010-CTL-TOT (6).
035232     MOVE ZERO                   TO WK-9010-CTL-TOT (7)
035234                                    WK-9010-CTL-TOT (8).
035236     CALL 'PDDS9010' USING WK-9010-CALL-PARMS.
035238     IF NOT WK-9010-OK
035240         DISPLAY 'PDDB0009 - CHECKPOINT FAILED, REPLY '
035242                 WK-9010-REPLY-CD ' SQLCODE ' WK-9010-SQLCODE
035244         GO TO 9999-SQL-ERROR
035246     END-IF.
035248 8500-TAKE-CHECKPOINT-EXIT.
035250     EXIT.
035252*****************************************************************
035254*    9000-RESTART-FAILED - THE INPUT DOES NOT MATCH THE         *
035256*    CHECKPOINT.  NOTHING IS APPLIED AND THE CHECKPOINT STANDS. *
035258*****************************************************************
035260 9000-RESTART-FAILED.
035262     EXEC SQL ROLLBACK END-EXEC.
035264     MOVE 16 TO RETURN-CODE.
035266     CLOSE CMPDPARM-FILE CMPDIN-FILE RPTB009-FILE.
035268     GOBACK.
035300*****************************************************************
035400*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
035500*****************************************************************
