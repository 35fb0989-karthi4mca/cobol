002470*                  B_COPAY_EXMPT_CD (C/P/I; ANYTHING ELSE       *
002480*                  LOADS AS NOT EXEMPT) FOR THE COPAY-          *
002490*                  EXEMPTION EDIT.                              *
002492*  10/15/26  ACS   CARRY THE MEDICAID HOUSEHOLD ID AND ITS     *
002494*                  QUARTERLY COST-SHARING CAP FROM THE FEED    *
002496*                  ONTO B_HHLD_ID / B_HHLD_QTR_CAP_AMT FOR     *
002497*                  THE HOUSEHOLD CAP EDIT.  A HOUSEHOLD WITH   *
002498*                  A NON-NUMERIC CAP IS REJECTED.              *
002508*  10/15/26  ACS   LEAVE SPANS MARKED MANUAL (B_ELIG_SRC_CD    *
002518*                  'M', SET ON THE MEMBER ELIGIBILITY          *
002528*                  MAINTENANCE SCREEN PDDM7598) AS STAFF LEFT  *
002538*                  THEM. AN ADD, CHANGE OR TERM THAT LANDS ON  *
002548*                  ONE RECORDS THE FEED'S END DATE ON          *
002558*                  B_FEED_END_DT / B_FEED_RCV_TS FOR THE       *
002568*                  MANUAL-SPAN REPORT (PDDR0078) AND COUNTS AS *
002578*                  HELD.                                       *
002580*  10/15/26  ACS   CARRY THE MEMBER'S DATE OF DEATH FROM THE   *
002582*                  FEED ONTO B_DOD_DT FOR EVERY SPAN OF THE    *
002584*                  CARDHOLDER (MANUAL SPANS INCLUDED), STAMPED *
002585*                  B_DOD_LOAD_TS FOR THE POST-DEATH RECOVERY   *
002586*                  SWEEP (PDDB0044).  A BLANK DATE ON THE FEED *
002587*                  LEAVES ONE ALREADY ON FILE IN PLACE.        *
002588*  10/15/26  ACS   CHECKPOINT/RESTART (SHARED PDDS9010         *
002589*                  ROUTINE). THE RECORD COUNT, LAST KEY AND    *
002590*                  COUNTERS GO ON G_LOAD_CHKPT_TB AT EVERY     *
002591*                  COMMIT. A RESTART CARD OF RESTART SKIPS THE *
002592*                  RECORDS ALREADY APPLIED AND CARRIES THE     *
002593*                  COUNTS FORWARD; AN UNFINISHED CHECKPOINT    *
002594*                  STOPS A FRESH RUN UNTIL A CLEAR CARD IS     *
002595*                  SUPPLIED.                                   *
002596*                                                              *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
005600     05  EN-ELIG-END-DT              PIC X(00010).
005650     05  EN-LANG-CD                  PIC X(00003).
005660     05  EN-COPAY-EXMPT-CD           PIC X(00001).
005670     05  EN-HHLD-ID                  PIC X(00010).
005680     05  EN-HHLD-CAP-AMT             PIC 9(00005)V9(00002).
005690     05  EN-DOD-DT                   PIC X(00010).
005800 FD  ENRLERR-FILE.
005900 01  ER-ERROR-REC.
006000     05  ER-REASON-TX                PIC X(00030).
006100     05  ER-ENROLL-IMAGE             PIC X(00143).
006200 FD  RPTB008-FILE
006300     RECORDING MODE IS F.
006400 01  RPTB008-REC                     PIC X(00133).
007000     88  WB-0008-EOF                 VALUE 'Y'.
007100 77  WB-0008-REJECT-SW               PIC X(00001) VALUE 'N'.
007200     88  WB-0008-REJECTED            VALUE 'Y'.
007233 77  WB-0008-HELD-SW                 PIC X(00001) VALUE 'N'.
007266     88  WB-0008-HELD                VALUE 'Y'.
007300 77  WB-0008-READ-CNT                PIC S9(00009) COMP-3
007400                                     VALUE ZERO.
007500 77  WB-0008-ADD-CNT                 PIC S9(00009) COMP-3
007900 77  WB-0008-TERM-CNT                PIC S9(00009) COMP-3
008000                                     VALUE ZERO.
008100 77  WB-0008-REJ-CNT                 PIC S9(00009) COMP-3
008133                                     VALUE ZERO.
008166 77  WB-0008-HELD-CNT                PIC S9(00009) COMP-3
008200                                     VALUE ZERO.
008210 77  WB-0008-DOD-CNT                 PIC S9(00009) COMP-3
008220                                     VALUE ZERO.
008300 77  WB-0008-COMMIT-CNT              PIC S9(00004) COMP
008400                                     VALUE ZERO.
008500 77  WB-0008-COMMIT-LIMIT            PIC S9(00004) COMP
008600                                     VALUE +500.
008607 77  WB-0008-SKIP-TO                 PIC S9(00009) COMP-3
008614                                     VALUE ZERO.
008621 77  WB-0008-RSTRT-KEY               PIC X(00040) VALUE SPACES.
008628*    KEY OF AN INPUT RECORD AS KEPT ON THE CHECKPOINT.
008635 01  WB-0008-CHKPT-KEY.
008642     05  WB-0008-CK-ACTION-CD        PIC X(00001).
008649     05  WB-0008-CK-CUST-PART-NUM    PIC X(00004).
008656     05  WB-0008-CK-CRDHLDR-ID       PIC X(00020).
008663     05  WB-0008-CK-ELIG-BEG-DT      PIC X(00010).
008670     05  FILLER                      PIC X(00005) VALUE SPACES.
008677*    CHECKPOINT/RESTART - SHARED PDDS9010 ROUTINE.  CONTROL
008684*    TOTALS 1-6: ADDS, CHANGES, TERMS, REJECTS, HELD, DEATH DATES.
008691     COPY WKC90100.
008700 01  WB-0008-DATE-CHECK.
008800     05  WB-0008-CK-CCYY             PIC X(00004).
008900     05  WB-0008-CK-SEP1             PIC X(00001).
012900*    1000-INITIALIZE                                            *
013000*****************************************************************
013100 1000-INITIALIZE.
013130     OPEN INPUT  ENRLIN-FILE.
013160     PERFORM 1100-BEGIN-CHECKPOINT
013190         THRU 1100-BEGIN-CHECKPOINT-EXIT.
013220     IF WK-9010-RESTART-RUN
013250         OPEN EXTEND ENRLERR-FILE
013280     ELSE
013310         OPEN OUTPUT ENRLERR-FILE
013340     END-IF.
013370     OPEN OUTPUT RPTB008-FILE.
013400     WRITE RPTB008-REC FROM RL-0008-HDG1
013500         BEFORE ADVANCING TO-NEW-PAGE.
013600     PERFORM 2100-READ-NEXT
013700         THRU 2100-READ-NEXT-EXIT.
013800 1000-INITIALIZE-EXIT.
013900     EXIT.
013903*****************************************************************
013906*    1100-BEGIN-CHECKPOINT - FRESH RUN, RESTART OR CLEAR, PER   *
013909*    THE CHECKPOINT AND THE OPTIONAL RESTART CARD.  A RESTART   *
013912*    PICKS UP THE COUNTERS AS OF THE LAST COMMIT.               *
013915*****************************************************************
013918 1100-BEGIN-CHECKPOINT.
013921     SET WK-9010-BEGIN           TO TRUE.
013924     MOVE 'PDDB0008'             TO WK-9010-PGM-ID.
013927     MOVE SPACES                 TO WK-9010-BUS-DT.
013930     CALL 'PDDS9010' USING WK-9010-CALL-PARMS.
013933     IF NOT WK-9010-OK
013936         DISPLAY 'PDDB0008 - RUN NOT STARTED, CHECKPOINT REPLY '
013939                 WK-9010-REPLY-CD ' SQLCODE ' WK-9010-SQLCODE
013942         EXEC SQL ROLLBACK END-EXEC
013945         MOVE 16 TO RETURN-CODE
013948         CLOSE ENRLIN-FILE
013951         GOBACK
013954     END-IF.
013957     EXEC SQL COMMIT END-EXEC.
013960     IF WK-9010-RESTART-RUN
013963         MOVE WK-9010-REC-CNT     TO WB-0008-SKIP-TO
013966         MOVE WK-9010-LAST-KEY    TO WB-0008-RSTRT-KEY
013969         MOVE WK-9010-CTL-TOT (1) TO WB-0008-ADD-CNT
013972         MOVE WK-9010-CTL-TOT (2) TO WB-0008-CHG-CNT
013975         MOVE WK-9010-CTL-TOT (3) TO WB-0008-TERM-CNT
013978         MOVE WK-9010-CTL-TOT (4) TO WB-0008-REJ-CNT
013981         MOVE WK-9010-CTL-TOT (5) TO WB-0008-HELD-CNT
013984         MOVE WK-9010-CTL-TOT (6) TO WB-0008-DOD-CNT
013987     END-IF.
013990 1100-BEGIN-CHECKPOINT-EXIT.
013993     EXIT.
014000*****************************************************************
014100*    2000-ONE-RECORD - VALIDATE, THEN APPLY OR REJECT           *
014200*****************************************************************
014300 2000-ONE-RECORD.
014312     IF WB-0008-READ-CNT NOT > WB-0008-SKIP-TO
014324         PERFORM 2200-SKIP-APPLIED
014336             THRU 2200-SKIP-APPLIED-EXIT
014348         PERFORM 2100-READ-NEXT
014360             THRU 2100-READ-NEXT-EXIT
014372         GO TO 2000-ONE-RECORD-EXIT
014384     END-IF.
014400     MOVE 'N' TO WB-0008-REJECT-SW.
014500     PERFORM 3000-VALIDATE-RECORD
014600         THRU 3000-VALIDATE-RECORD-EXIT.
016200     END-READ.
016300 2100-READ-NEXT-EXIT.
016400     EXIT.
016404*****************************************************************
016408*    2200-SKIP-APPLIED - ON A RESTART, RECORDS UP TO THE        *
016412*    CHECKPOINT WERE APPLIED BY THE FAILED RUN.  THE LAST OF    *
016416*    THEM MUST CARRY THE CHECKPOINT KEY, OR THIS IS NOT THE     *
016420*    FILE THE FAILED RUN WAS READING.                           *
016424*****************************************************************
016428 2200-SKIP-APPLIED.
016432     IF WB-0008-READ-CNT < WB-0008-SKIP-TO
016436         GO TO 2200-SKIP-APPLIED-EXIT
016440     END-IF.
016444     PERFORM 8600-BUILD-CHKPT-KEY
016448         THRU 8600-BUILD-CHKPT-KEY-EXIT.
016452     IF WB-0008-CHKPT-KEY NOT = WB-0008-RSTRT-KEY
016456         DISPLAY 'PDDB0008 - RESTART KEY MISMATCH'
016460                 ' - WRONG INPUT FILE'
016464         DISPLAY 'CHECKPOINT KEY = ' WB-0008-RSTRT-KEY
016468         DISPLAY 'INPUT KEY      = ' WB-0008-CHKPT-KEY
016472         GO TO 9000-RESTART-FAILED
016476     END-IF.
016480 2200-SKIP-APPLIED-EXIT.
016484     EXIT.
016500*****************************************************************
016600*    3000-VALIDATE-RECORD - EVERYTHING THE ROW NEEDS BEFORE     *
016700*    IT TOUCHES THE TABLE.  FIRST FAILURE WINS.                 *
022400             THRU 3900-REJECT-RECORD-EXIT
022500         GO TO 3000-VALIDATE-RECORD-EXIT
022600     END-IF.
022610     IF EN-HHLD-ID > SPACES
022620      AND EN-HHLD-CAP-AMT NOT NUMERIC
022630         MOVE 'HOUSEHOLD CAP NOT NUMERIC' TO ER-REASON-TX
022640         PERFORM 3900-REJECT-RECORD
022650             THRU 3900-REJECT-RECORD-EXIT
022660         GO TO 3000-VALIDATE-RECORD-EXIT
022670     END-IF.
022672     IF EN-DOD-DT > SPACES
022674         MOVE EN-DOD-DT TO WB-0008-DATE-CHECK
022676         PERFORM 3100-CHECK-DATE
022678             THRU 3100-CHECK-DATE-EXIT
022680         IF WB-0008-REJECTED
022682             MOVE 'DATE OF DEATH UNPARSEABLE' TO ER-REASON-TX
022684             PERFORM 3900-REJECT-RECORD
022686                 THRU 3900-REJECT-RECORD-EXIT
022688             GO TO 3000-VALIDATE-RECORD-EXIT
022690         END-IF
022692     END-IF.
022700 3000-VALIDATE-RECORD-EXIT.
022800     EXIT.
022900*****************************************************************
026696     ELSE
026697         MOVE SPACE             TO CLMELGTB-B-COPAY-EXMPT-CD
026698     END-IF.
026699     IF EN-HHLD-ID > SPACES
026700         MOVE EN-HHLD-ID        TO CLMELGTB-B-HHLD-ID
026701         MOVE EN-HHLD-CAP-AMT   TO CLMELGTB-B-HHLD-QTR-CAP-AMT
026702     ELSE
026703         MOVE SPACES            TO CLMELGTB-B-HHLD-ID
026704         MOVE ZERO              TO CLMELGTB-B-HHLD-QTR-CAP-AMT
026705     END-IF.
026706     EVALUATE EN-ACTION-CD
026800       WHEN 'A'
026900         PERFORM 4100-APPLY-ADD
027000             THRU 4100-APPLY-ADD-EXIT
027500         PERFORM 4300-APPLY-TERM
027600             THRU 4300-APPLY-TERM-EXIT
027700     END-EVALUATE.
027710     IF NOT WB-0008-REJECTED
027720      AND EN-DOD-DT > SPACES
027730         PERFORM 4500-APPLY-DEATH-DATE
027740             THRU 4500-APPLY-DEATH-DATE-EXIT
027750     END-IF.
027800     IF NOT WB-0008-REJECTED
027900         ADD 1 TO WB-0008-COMMIT-CNT
028000         IF WB-0008-COMMIT-CNT NOT < WB-0008-COMMIT-LIMIT
028040             SET WK-9010-TAKE-CHKPT  TO TRUE
028080             PERFORM 8500-TAKE-CHECKPOINT
028120                 THRU 8500-TAKE-CHECKPOINT-EXIT
028160             EXEC SQL COMMIT END-EXEC
028200             MOVE ZERO TO WB-0008-COMMIT-CNT
028300         END-IF
028400     END-IF.
032200                 B_PAT_ID_CD, B_PAT_ID, B_MCAID_ID,
032300                 B_LAST_NAM, B_DOB_DT,
032400                 B_ELIG_BEG_DT, B_ELIG_END_DT, B_UPD_TS,
032450                 B_LANG_CD, B_COPAY_EXMPT_CD,
032466                 B_HHLD_ID, B_HHLD_QTR_CAP_AMT,
032482                 B_ELIG_SRC_CD)
032500         VALUES (:CLMELGTB-R-CUST-PART-NUM,
032600                 :CLMELGTB-B-SYS-ID,
032700                 :CLMELGTB-B-CRDHLDR-ID,
033410                 TO_CHAR(CURRENT_TIMESTAMP,
033420                         'YYYY-MM-DD-HH24.MI.SS.FF6'),
033430                 :CLMELGTB-B-LANG-CD,
033440                 :CLMELGTB-B-COPAY-EXMPT-CD,
033450                 :CLMELGTB-B-HHLD-ID,
033466                 :CLMELGTB-B-HHLD-QTR-CAP-AMT,
033482                 ' ')
033500     END-EXEC.
033600     EVALUATE SQLCODE
033700       WHEN 0
033800         ADD 1 TO WB-0008-ADD-CNT
033900       WHEN -803
033950*        SPAN ALREADY ON FILE - THE STATE RESENDS FULL DAYS.  ONE
034000*        STAFF ADDED BY HAND IS NOW CONFIRMED BY THE FEED.
034050         PERFORM 4400-NOTE-MANUAL-SPAN
034100             THRU 4400-NOTE-MANUAL-SPAN-EXIT
034150         IF NOT WB-0008-HELD
034200             MOVE 'DUPLICATE OF SPAN ON FILE' TO ER-REASON-TX
034250             PERFORM 3900-REJECT-RECORD
034300                 THRU 3900-REJECT-RECORD-EXIT
034350         END-IF
034400       WHEN OTHER
034500         GO TO 9999-SQL-ERROR
034600     END-EVALUATE.
035000*    4200-APPLY-CHANGE - SPAN CHANGE.  THE SPAN IS KEYED BY     *
035100*    PARTITION, CARDHOLDER AND BEGIN DATE; THE END DATE AND     *
035200*    THE ALTERNATE IDENTIFIERS ARE REFRESHED FROM THE FEED.     *
035250*    A MANUAL SPAN IS NOT CHANGED; THE FEED'S VIEW IS NOTED.    *
035300*****************************************************************
035400 4200-APPLY-CHANGE.
035500     EXEC SQL
036220                         'YYYY-MM-DD-HH24.MI.SS.FF6'),
036230                B_LANG_CD     = :CLMELGTB-B-LANG-CD,
036240                B_COPAY_EXMPT_CD
036250                              = :CLMELGTB-B-COPAY-EXMPT-CD,
036260                B_HHLD_ID     = :CLMELGTB-B-HHLD-ID,
036270                B_HHLD_QTR_CAP_AMT
036280                              = :CLMELGTB-B-HHLD-QTR-CAP-AMT
036300          WHERE R_CUST_PART_NUM = :CLMELGTB-R-CUST-PART-NUM
036400            AND B_CRDHLDR_ID    = :CLMELGTB-B-CRDHLDR-ID
036500            AND B_ELIG_BEG_DT   = :CLMELGTB-B-ELIG-BEG-DT
036550            AND NVL(B_ELIG_SRC_CD, ' ') <> 'M'
036600     END-EXEC.
036700     EVALUATE SQLCODE
036800       WHEN 0
036900         ADD 1 TO WB-0008-CHG-CNT
037000       WHEN 100
037050         PERFORM 4400-NOTE-MANUAL-SPAN
037100             THRU 4400-NOTE-MANUAL-SPAN-EXIT
037150         IF NOT WB-0008-HELD
037200             MOVE 'CHANGE - SPAN NOT ON FILE' TO ER-REASON-TX
037250             PERFORM 3900-REJECT-RECORD
037300                 THRU 3900-REJECT-RECORD-EXIT
037350         END-IF
037400       WHEN OTHER
037500         GO TO 9999-SQL-ERROR
037600     END-EVALUATE.
037900*****************************************************************
038000*    4300-APPLY-TERM - TERMINATION.  THE OPEN SPAN COVERING     *
038100*    THE TERMINATION DATE IS CLOSED AT THE FEED'S END DATE.     *
038150*    A MANUAL SPAN IS NOT CLOSED; THE FEED'S VIEW IS NOTED.     *
038200*****************************************************************
038300 4300-APPLY-TERM.
038400     EXEC SQL
038800            AND B_CRDHLDR_ID    = :CLMELGTB-B-CRDHLDR-ID
038900            AND B_ELIG_BEG_DT  <= :CLMELGTB-B-ELIG-END-DT
039000            AND B_ELIG_END_DT  >= :CLMELGTB-B-ELIG-END-DT
039050            AND NVL(B_ELIG_SRC_CD, ' ') <> 'M'
039100     END-EXEC.
039200     EVALUATE SQLCODE
039300       WHEN 0
039400         ADD 1 TO WB-0008-TERM-CNT
039500       WHEN 100
039550         PERFORM 4400-NOTE-MANUAL-SPAN
039600             THRU 4400-NOTE-MANUAL-SPAN-EXIT
039650         IF NOT WB-0008-HELD
039700             MOVE 'TERM - NO COVERING SPAN' TO ER-REASON-TX
039750             PERFORM 3900-REJECT-RECORD
039800                 THRU 3900-REJECT-RECORD-EXIT
039850         END-IF
039900       WHEN OTHER
040000         GO TO 9999-SQL-ERROR
040100     END-EVALUATE.
040200 4300-APPLY-TERM-EXIT.
040202     EXIT.
040204*****************************************************************
040206*    4400-NOTE-MANUAL-SPAN - THE FEED RECORD LANDS ON A SPAN    *
040208*    STAFF MAINTAIN BY HAND.  THE SPAN ITSELF IS LEFT ALONE;    *
040210*    THE END DATE THE FEED SENT AND WHEN IT SENT IT ARE KEPT    *
040212*    ON THE ROW FOR PDDR0078 TO CALL CONFIRMED OR CONTRADICTED. *
040214*    AN ADD OR CHANGE MATCHES ON THE BEGIN DATE, A TERM ON THE  *
040216*    SPAN COVERING ITS END DATE.  NO MANUAL SPAN LEAVES THE     *
040218*    HELD SWITCH OFF FOR THE CALLER'S REJECT.                   *
040220*****************************************************************
040222 4400-NOTE-MANUAL-SPAN.
040224     MOVE 'N' TO WB-0008-HELD-SW.
040226     IF EN-ACTION-CD = 'T'
040228         EXEC SQL
040230             UPDATE R_MBR_ELIG_TB
040232                SET B_FEED_END_DT = :CLMELGTB-B-ELIG-END-DT,
040234                    B_FEED_RCV_TS = TO_CHAR(CURRENT_TIMESTAMP,
040236                             'YYYY-MM-DD-HH24.MI.SS.FF6')
040238              WHERE R_CUST_PART_NUM = :CLMELGTB-R-CUST-PART-NUM
040240                AND B_CRDHLDR_ID    = :CLMELGTB-B-CRDHLDR-ID
040242                AND B_ELIG_BEG_DT  <= :CLMELGTB-B-ELIG-END-DT
040244                AND B_ELIG_END_DT  >= :CLMELGTB-B-ELIG-END-DT
040246                AND B_ELIG_SRC_CD   = 'M'
040248         END-EXEC
040250     ELSE
040252         EXEC SQL
040254             UPDATE R_MBR_ELIG_TB
040256                SET B_FEED_END_DT = :CLMELGTB-B-ELIG-END-DT,
040258                    B_FEED_RCV_TS = TO_CHAR(CURRENT_TIMESTAMP,
040260                             'YYYY-MM-DD-HH24.MI.SS.FF6')
040262              WHERE R_CUST_PART_NUM = :CLMELGTB-R-CUST-PART-NUM
040264                AND B_CRDHLDR_ID    = :CLMELGTB-B-CRDHLDR-ID
040266                AND B_ELIG_BEG_DT   = :CLMELGTB-B-ELIG-BEG-DT
040268                AND B_ELIG_SRC_CD   = 'M'
040270         END-EXEC
040272     END-IF.
040274     EVALUATE SQLCODE
040276       WHEN 0
040278         SET WB-0008-HELD TO TRUE
040280         ADD 1 TO WB-0008-HELD-CNT
040282       WHEN 100
040284         CONTINUE
040286       WHEN OTHER
040288         GO TO 9999-SQL-ERROR
040290     END-EVALUATE.
040292 4400-NOTE-MANUAL-SPAN-EXIT.
040300     EXIT.
040301*****************************************************************
040304*    4500-APPLY-DEATH-DATE - THE DATE OF DEATH BELONGS TO THE   *
040307*    MEMBER, NOT THE SPAN, SO EVERY SPAN OF THE CARDHOLDER      *
040310*    CARRIES IT, MANUAL SPANS INCLUDED.  ONLY A NEW OR CHANGED  *
040313*    DATE IS STAMPED, SO THE RECOVERY SWEEP (PDDB0044) SEES     *
040316*    EACH DEATH ONCE.  A RECORD WITH NO SPAN LEFT TO CARRY IT   *
040319*    HAS ALREADY BEEN COUNTED ABOVE.                            *
040322*****************************************************************
040325 4500-APPLY-DEATH-DATE.
040328     MOVE EN-DOD-DT TO CLMELGTB-B-DOD-DT.
040331     EXEC SQL
040334         UPDATE R_MBR_ELIG_TB
040337            SET B_DOD_DT      = :CLMELGTB-B-DOD-DT,
040340                B_DOD_LOAD_TS = TO_CHAR(CURRENT_TIMESTAMP,
040343                         'YYYY-MM-DD-HH24.MI.SS.FF6')
040346          WHERE R_CUST_PART_NUM = :CLMELGTB-R-CUST-PART-NUM
040349            AND B_CRDHLDR_ID    = :CLMELGTB-B-CRDHLDR-ID
040352            AND NVL(B_DOD_DT, ' ') <> :CLMELGTB-B-DOD-DT
040355     END-EXEC.
040358     EVALUATE SQLCODE
040361       WHEN 0
040364         ADD 1 TO WB-0008-DOD-CNT
040367       WHEN 100
040370         CONTINUE
040373       WHEN OTHER
040376         GO TO 9999-SQL-ERROR
040379     END-EVALUATE.
040382 4500-APPLY-DEATH-DATE-EXIT.
040385     EXIT.
040400*****************************************************************
040500*    8000-FINALIZE - COUNTS REPORT: INPUT = APPLIED + REJECTED  *
040600*****************************************************************
040700 8000-FINALIZE.
040720     IF WB-0008-READ-CNT < WB-0008-SKIP-TO
040740         DISPLAY 'PDDB0008 - INPUT ENDED BEFORE THE RESTART POINT'
040760                 ' - WRONG INPUT FILE'
040780         GO TO 9000-RESTART-FAILED
040800     END-IF.
040820     SET WK-9010-FINISH          TO TRUE.
040840     PERFORM 8500-TAKE-CHECKPOINT
040860         THRU 8500-TAKE-CHECKPOINT-EXIT.
040880     EXEC SQL COMMIT END-EXEC.
040900     MOVE 'RECORDS READ'          TO RL-0008-C-LABEL.
041000     MOVE WB-0008-READ-CNT        TO RL-0008-C-CNT.
041100     WRITE RPTB008-REC FROM RL-0008-COUNT-LINE
041200         AFTER ADVANCING 2 LINES.
041214     IF WK-9010-RESTART-RUN
041228         MOVE 'RESTARTED AFTER RECORD' TO RL-0008-C-LABEL
041242         MOVE WB-0008-SKIP-TO     TO RL-0008-C-CNT
041256         WRITE RPTB008-REC FROM RL-0008-COUNT-LINE
041270             AFTER ADVANCING 1 LINE
041284     END-IF.
041300     MOVE 'ADDS APPLIED'          TO RL-0008-C-LABEL.
041400     MOVE WB-0008-ADD-CNT         TO RL-0008-C-CNT.
041500     WRITE RPTB008-REC FROM RL-0008-COUNT-LINE
042200     MOVE WB-0008-TERM-CNT        TO RL-0008-C-CNT.
042300     WRITE RPTB008-REC FROM RL-0008-COUNT-LINE
042400         AFTER ADVANCING 1 LINE.
042420     MOVE 'HELD - MANUAL SPAN ON FILE' TO RL-0008-C-LABEL.
042440     MOVE WB-0008-HELD-CNT        TO RL-0008-C-CNT.
042460     WRITE RPTB008-REC FROM RL-0008-COUNT-LINE
042480         AFTER ADVANCING 1 LINE.
042500     MOVE 'RECORDS REJECTED'      TO RL-0008-C-LABEL.
042600     MOVE WB-0008-REJ-CNT         TO RL-0008-C-CNT.
042700     WRITE RPTB008-REC FROM RL-0008-COUNT-LINE
042800         AFTER ADVANCING 1 LINE.
042810     MOVE 'DEATH DATES LOADED'    TO RL-0008-C-LABEL.
042820     MOVE WB-0008-DOD-CNT         TO RL-0008-C-CNT.
042830     WRITE RPTB008-REC FROM RL-0008-COUNT-LINE
042840         AFTER ADVANCING 2 LINES.
042900     IF WB-0008-READ-CNT = WB-0008-ADD-CNT + WB-0008-CHG-CNT
042975                         + WB-0008-TERM-CNT + WB-0008-HELD-CNT
043050                         + WB-0008-REJ-CNT
043125         MOVE 'BALANCED - INPUT = APPLIED + HELD + REJECTED'
043200                                  TO RL-0008-B-TX
043300     ELSE
043400         MOVE '*** OUT OF BALANCE - INVESTIGATE BEFORE RERUN ***'
044000     CLOSE ENRLIN-FILE ENRLERR-FILE RPTB008-FILE.
044100 8000-FINALIZE-EXIT.
044200     EXIT.
044202*****************************************************************
044204*    8500-TAKE-CHECKPOINT - PROGRESS AS OF THE COMMIT ABOUT TO  *
044206*    BE TAKEN, IN THE SAME UNIT OF WORK.  THE CALLER SETS THE   *
044208*    FUNCTION - CHECKPOINT, OR FINISH AT THE END OF THE RUN.    *
044210*****************************************************************
044212 8500-TAKE-CHECKPOINT.
044214     MOVE WB-0008-READ-CNT       TO WK-9010-REC-CNT.
044216     PERFORM 8600-BUILD-CHKPT-KEY
044218         THRU 8600-BUILD-CHKPT-KEY-EXIT.
044220     MOVE WB-0008-CHKPT-KEY      TO WK-9010-LAST-KEY.
044222     MOVE WB-0008-ADD-CNT        TO WK-9010-CTL-TOT (1).
044224     MOVE WB-0008-CHG-CNT        TO WK-9010-CTL-TOT (2).
044226     MOVE WB-0008-TERM-CNT       TO WK-9010-CTL-TOT (3).
044228     MOVE WB-0008-REJ-CNT        TO WK-9010-CTL-TOT (4).
044230     MOVE WB-0008-HELD-CNT       TO WK-9010-CTL-TOT (5).
044232     MOVE WB-0008-DOD-CNT        TO WK-9010-CTL-TOT (6).
044234     MOVE ZERO                   TO WK-9010-CTL-TOT (7)
044236                                    WK-9010-CTL-TOT (8).
044238     CALL 'PDDS9010' USING WK-9010-CALL-PARMS.
044240     IF NOT WK-9010-OK
044242         DISPLAY 'PDDB0008 - CHECKPOINT FAILED, REPLY '
044244                 WK-9010-REPLY-CD ' SQLCODE ' WK-9010-SQLCODE
044246         GO TO 9999-SQL-ERROR
044248     END-IF.
044250 8500-TAKE-CHECKPOINT-EXIT.
044252     EXIT.
044254*****************************************************************
044256*    8600-BUILD-CHKPT-KEY                                       *
044258*****************************************************************
044260 8600-BUILD-CHKPT-KEY.
044262     MOVE EN-ACTION-CD           TO WB-0008-CK-ACTION-CD.
044264     MOVE EN-CUST-PART-NUM       TO WB-0008-CK-CUST-PART-NUM.
044266     MOVE EN-CRDHLDR-ID          TO WB-0008-CK-CRDHLDR-ID.
044268     MOVE EN-ELIG-BEG-DT         TO WB-0008-CK-ELIG-BEG-DT.
044270 8600-BUILD-CHKPT-KEY-EXIT.
044272     EXIT.
044274*****************************************************************
044276*    9000-RESTART-FAILED - THE INPUT DOES NOT MATCH THE         *
044278*    CHECKPOINT.  NOTHING IS APPLIED AND THE CHECKPOINT STANDS. *
044280*****************************************************************
044282 9000-RESTART-FAILED.
044284     EXEC SQL ROLLBACK END-EXEC.
044286     MOVE 16 TO RETURN-CODE.
044288     CLOSE ENRLIN-FILE ENRLERR-FILE RPTB008-FILE.
044290     GOBACK.
044300*****************************************************************
044400*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
044500*****************************************************************
