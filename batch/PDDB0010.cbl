002610*  09/02/26  ACS   CARRY THE FEED'S SPECIALTY CODE ONTO THE    *
002620*                  PRESCRIBER MASTER FOR THE PEER-GROUPED      *
002630*                  CONTROLLED-SUBSTANCE PROFILING (PDDR0055).  *
002644*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002658*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002672*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
002686*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
002688*  10/15/26  ACS   KEEP A C_PRSC_HIST_TB ROW FOR EVERY STATUS  *
002690*                  CHANGE - EACH NEW EXCLUSION AND EACH        *
002692*                  REINSTATEMENT - SO THE PRESCRIBER INQUIRY   *
002694*                  (PDDM7595) CAN SHOW THE FULL SANCTION       *
002696*                  HISTORY THE MASTER ROW OVERWRITES.          *
002703*  10/15/26  ACS   CHECKPOINT/RESTART (SHARED PDDS9010         *
002710*                  ROUTINE). THE FEED PASS NOW COMMITS EVERY   *
002717*                  WB-0010-COMMIT-LIMIT RECORDS, AND THE RECORD*
002724*                  COUNT, LAST PRESCRIBER AND COUNTS GO ON     *
002731*                  G_LOAD_CHKPT_TB WITH EACH COMMIT. A RESTART *
002738*                  CARD OF RESTART, FOR THE SAME BUSINESS DATE,*
002745*                  SKIPS THE RECORDS ALREADY APPLIED AND       *
002752*                  CARRIES THE COUNTS FORWARD; AN UNFINISHED   *
002759*                  CHECKPOINT STOPS A FRESH RUN UNTIL A CLEAR  *
002766*                  CARD IS SUPPLIED. THE REINSTATEMENT PASS    *
002773*                  STAYS ONE UNIT OF WORK AT THE END OF THE    *
002780*                  RUN.                                        *
002787*                                                              *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
007300                                     VALUE ZERO.
007400 77  WB-0010-REINST-CNT              PIC S9(00009) COMP-3
007500                                     VALUE ZERO.
007502 77  WB-0010-COMMIT-CNT              PIC S9(00004) COMP
007504                                     VALUE ZERO.
007506 77  WB-0010-COMMIT-LIMIT            PIC S9(00004) COMP
007508                                     VALUE +500.
007510 77  WB-0010-SKIP-TO                 PIC S9(00009) COMP-3
007512                                     VALUE ZERO.
007514 77  WB-0010-RSTRT-KEY               PIC X(00040) VALUE SPACES.
007516*    KEY OF A FEED RECORD AS KEPT ON THE CHECKPOINT.
007518 01  WB-0010-CHKPT-KEY.
007520     05  WB-0010-CK-PRSC-ID-CD       PIC X(00002).
007522     05  WB-0010-CK-PRSC-ID          PIC X(00015).
007524     05  FILLER                      PIC X(00023) VALUE SPACES.
007533*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
007566     COPY WKC90040.
007572*    CHECKPOINT/RESTART - SHARED PDDS9010 ROUTINE.  CONTROL
007578*    TOTALS 1-4: NEWLY EXCLUDED, CONFIRMED, NOT ON MASTER,
007584*    REINSTATED (END OF RUN ONLY).
007590     COPY WKC90100.
007600*****************************************************************
007700*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
007800*****************************************************************
007900     EXEC SQL INCLUDE SQLCA END-EXEC.
008000     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
008100     COPY CLPRSMTB.
008150     COPY CLPRSHTB.
008200 01  WH-0010-HOST-VARS.
008300     05  WH-0010-RUN-DT              PIC X(00010).
008400     05  WH-0010-LKBK-DT             PIC X(00010).
009800*****************************************************************
009900     EXEC SQL
010000         DECLARE B010REIN CURSOR FOR
010100         SELECT C_PRSC_ID_CD, C_PRSC_ID, C_PRSC_SANC_SRC_CD
010200           FROM C_PRSC_MSTR_TB
010300          WHERE C_PRSC_STAT_CD     = 'X'
010400            AND C_PRSC_SANC_SRC_CD IN ('OIG', 'ST ')
017500*    1000-INITIALIZE                                            *
017600*****************************************************************
017700 1000-INITIALIZE.
017711     MOVE 'PDDB0010'             TO WK-9004-PGM-ID.
017722     MOVE SPACES                 TO WK-9004-OVRD-DT.
017733     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
017744     IF WK-9004-NO-BUS-DT
017755         DISPLAY 'PDDB0010 - NO BUSINESS PROCESSING DATE'
017766         MOVE 16 TO RETURN-CODE
017777         GOBACK
017788     END-IF.
017800     OPEN INPUT  SANCTIN-FILE.
017900     OPEN OUTPUT RPTB010-FILE.
017933     PERFORM 1100-BEGIN-CHECKPOINT
017966         THRU 1100-BEGIN-CHECKPOINT-EXIT.
018000     WRITE RPTB010-REC FROM RL-0010-HDG1
018100         BEFORE ADVANCING TO-NEW-PAGE.
018150     MOVE WK-9004-BUS-DT         TO WH-0010-RUN-DT.
018200     EXEC SQL
018300         SELECT TO_CHAR(TO_DATE(:WH-0010-RUN-DT,
018400                                'YYYY-MM-DD') - 90,
018500                        'YYYY-MM-DD')
018600           INTO :WH-0010-LKBK-DT
018700           FROM DUAL
018800     END-EXEC.
018900     IF SQLCODE NOT = 0
019300         THRU 2100-READ-NEXT-EXIT.
019400 1000-INITIALIZE-EXIT.
019500     EXIT.
019503*****************************************************************
019506*    1100-BEGIN-CHECKPOINT - FRESH RUN, RESTART OR CLEAR, PER   *
019509*    THE CHECKPOINT AND THE OPTIONAL RESTART CARD.  A RESTART   *
019512*    PICKS UP THE COUNTS AS OF THE LAST COMMIT AND MUST RUN FOR *
019515*    THE SAME BUSINESS DATE - THE CONFIRMATIONS ALREADY STAMPED *
019518*    WITH IT DECIDE WHAT THE REINSTATEMENT PASS LEAVES ALONE.   *
019521*****************************************************************
019524 1100-BEGIN-CHECKPOINT.
019527     SET WK-9010-BEGIN           TO TRUE.
019530     MOVE 'PDDB0010'             TO WK-9010-PGM-ID.
019533     MOVE WK-9004-BUS-DT         TO WK-9010-BUS-DT.
019536     CALL 'PDDS9010' USING WK-9010-CALL-PARMS.
019539     IF NOT WK-9010-OK
019542         DISPLAY 'PDDB0010 - RUN NOT STARTED, CHECKPOINT REPLY '
019545                 WK-9010-REPLY-CD ' SQLCODE ' WK-9010-SQLCODE
019548         EXEC SQL ROLLBACK END-EXEC
019551         MOVE 16 TO RETURN-CODE
019554         CLOSE SANCTIN-FILE RPTB010-FILE
019557         GOBACK
019560     END-IF.
019563     EXEC SQL COMMIT END-EXEC.
019566     IF WK-9010-RESTART-RUN
019569         MOVE WK-9010-REC-CNT     TO WB-0010-SKIP-TO
019572         MOVE WK-9010-LAST-KEY    TO WB-0010-RSTRT-KEY
019575         MOVE WK-9010-CTL-TOT (1) TO WB-0010-NEW-EXCL-CNT
019578         MOVE WK-9010-CTL-TOT (2) TO WB-0010-CONFIRM-CNT
019581         MOVE WK-9010-CTL-TOT (3) TO WB-0010-NOTFND-CNT
019584     END-IF.
019587 1100-BEGIN-CHECKPOINT-EXIT.
019590     EXIT.
019600*****************************************************************
019700*    2000-ONE-FEED-RECORD - MATCH AND FLIP OR CONFIRM           *
019800*****************************************************************
019900 2000-ONE-FEED-RECORD.
019912     IF WB-0010-READ-CNT NOT > WB-0010-SKIP-TO
019924         PERFORM 2200-SKIP-APPLIED
019936             THRU 2200-SKIP-APPLIED-EXIT
019948         PERFORM 2100-READ-NEXT
019960             THRU 2100-READ-NEXT-EXIT
019972         GO TO 2000-ONE-FEED-RECORD-EXIT
019984     END-IF.
020000     MOVE SA-PRSC-ID-CD TO CLPRSMTB-C-PRSC-ID-CD.
020100     MOVE SA-PRSC-ID    TO CLPRSMTB-C-PRSC-ID.
020200     EXEC SQL
022000       WHEN OTHER
022100         GO TO 9999-SQL-ERROR
022200     END-EVALUATE.
022211     ADD 1 TO WB-0010-COMMIT-CNT.
022222     IF WB-0010-COMMIT-CNT NOT < WB-0010-COMMIT-LIMIT
022233         SET WK-9010-TAKE-CHKPT  TO TRUE
022244         PERFORM 8500-TAKE-CHECKPOINT
022255             THRU 8500-TAKE-CHECKPOINT-EXIT
022266         EXEC SQL COMMIT END-EXEC
022277         MOVE ZERO TO WB-0010-COMMIT-CNT
022288     END-IF.
022300     PERFORM 2100-READ-NEXT
022400         THRU 2100-READ-NEXT-EXIT.
022500 2000-ONE-FEED-RECORD-EXIT.
023400     END-READ.
023500 2100-READ-NEXT-EXIT.
023600     EXIT.
023604*****************************************************************
023608*    2200-SKIP-APPLIED - ON A RESTART, RECORDS UP TO THE        *
023612*    CHECKPOINT WERE APPLIED BY THE FAILED RUN.  THE LAST OF    *
023616*    THEM MUST CARRY THE CHECKPOINT KEY, OR THIS IS NOT THE     *
023620*    FILE THE FAILED RUN WAS READING.                           *
023624*****************************************************************
023628 2200-SKIP-APPLIED.
023632     IF WB-0010-READ-CNT < WB-0010-SKIP-TO
023636         GO TO 2200-SKIP-APPLIED-EXIT
023640     END-IF.
023644     MOVE SA-PRSC-ID-CD          TO WB-0010-CK-PRSC-ID-CD.
023648     MOVE SA-PRSC-ID             TO WB-0010-CK-PRSC-ID.
023652     IF WB-0010-CHKPT-KEY NOT = WB-0010-RSTRT-KEY
023656         DISPLAY 'PDDB0010 - RESTART KEY MISMATCH'
023660                 ' - WRONG INPUT FILE'
023664         DISPLAY 'CHECKPOINT KEY = ' WB-0010-RSTRT-KEY
023668         DISPLAY 'INPUT KEY      = ' WB-0010-CHKPT-KEY
023672         GO TO 9000-RESTART-FAILED
023676     END-IF.
023680 2200-SKIP-APPLIED-EXIT.
023684     EXIT.
023700*****************************************************************
023800*    3000-FLIP-OR-CONFIRM - AN ALREADY-EXCLUDED ROW JUST GETS   *
023900*    ITS ACTION DATE CONFIRMED SO REINSTATEMENT LEAVES IT BE;   *
027300     IF SQLCODE NOT = 0
027400         GO TO 9999-SQL-ERROR
027500     END-IF.
027650     MOVE 'E'                    TO CLPRSHTB-C-HIST-ACTN-CD.
027800     MOVE CLPRSMTB-C-PRSC-STAT-CD TO CLPRSHTB-C-BEF-STAT-CD.
027950     MOVE 'X'                    TO CLPRSHTB-C-AFT-STAT-CD.
028100     MOVE SA-FEED-SRC-CD         TO CLPRSHTB-C-SANC-SRC-CD.
028250     MOVE SA-ACTN-DT             TO CLPRSHTB-C-SANC-DT.
028400     PERFORM 3600-WRITE-HISTORY
028550         THRU 3600-WRITE-HISTORY-EXIT.
028700     ADD 1 TO WB-0010-NEW-EXCL-CNT.
028800     MOVE 'NEW EXCLUDED' TO RL-0010-CH-ACTION.
028900     PERFORM 3500-WRITE-CHANGE-LINE
030300     WRITE RPTB010-REC FROM RL-0010-CHANGE
030400         AFTER ADVANCING 1 LINE.
030500 3500-WRITE-CHANGE-LINE-EXIT.
030503     EXIT.
030506*****************************************************************
030509*    3600-WRITE-HISTORY - ONE C_PRSC_HIST_TB ROW FOR THE STATUS *
030512*    CHANGE JUST MADE.  THE CALLER SETS THE ACTION, BEFORE AND  *
030515*    AFTER STATUS, SANCTION SOURCE AND SANCTION DATE.           *
030518*****************************************************************
030521 3600-WRITE-HISTORY.
030524     MOVE CLPRSMTB-C-PRSC-ID-CD  TO CLPRSHTB-C-PRSC-ID-CD.
030527     MOVE CLPRSMTB-C-PRSC-ID     TO CLPRSHTB-C-PRSC-ID.
030530     MOVE WH-0010-RUN-DT         TO CLPRSHTB-C-ACTN-DT.
030533     MOVE 'PDDB0010'             TO CLPRSHTB-C-HIST-PGM-ID.
030536     EXEC SQL
030539         INSERT INTO C_PRSC_HIST_TB
030542             (C_PRSC_ID_CD, C_PRSC_ID, C_HIST_TS,
030545              C_HIST_ACTN_CD, C_BEF_STAT_CD, C_AFT_STAT_CD,
030548              C_SANC_SRC_CD, C_SANC_DT, C_ACTN_DT,
030551              C_HIST_PGM_ID)
030554         VALUES
030557             (:CLPRSHTB-C-PRSC-ID-CD, :CLPRSHTB-C-PRSC-ID,
030560              TO_CHAR(CURRENT_TIMESTAMP,
030563                      'YYYY-MM-DD-HH24.MI.SS.FF6'),
030566              :CLPRSHTB-C-HIST-ACTN-CD, :CLPRSHTB-C-BEF-STAT-CD,
030569              :CLPRSHTB-C-AFT-STAT-CD, :CLPRSHTB-C-SANC-SRC-CD,
030572              :CLPRSHTB-C-SANC-DT, :CLPRSHTB-C-ACTN-DT,
030575              :CLPRSHTB-C-HIST-PGM-ID)
030578     END-EXEC.
030581     IF SQLCODE NOT = 0
030584         GO TO 9999-SQL-ERROR
030587     END-IF.
030590 3600-WRITE-HISTORY-EXIT.
030600     EXIT.
030700*****************************************************************
030800*    4000-EXPOSURE-LIST - RECENT PAID CLAIMS WRITTEN BY THE     *
036000*    DID NOT CONFIRM GO BACK TO ACTIVE, EACH ONE REPORTED       *
036100*****************************************************************
036200 5000-REINSTATE-DROPPED.
036216     IF WB-0010-READ-CNT < WB-0010-SKIP-TO
036232         DISPLAY 'PDDB0010 - FEED ENDED BEFORE THE RESTART POINT'
036248                 ' - WRONG INPUT FILE'
036264         GO TO 9000-RESTART-FAILED
036280     END-IF.
036300     MOVE 'N' TO WB-0010-REIN-EOF-SW.
036400     EXEC SQL
036500         OPEN B010REIN
038200     EXEC SQL
038300         FETCH B010REIN
038400         INTO :CLPRSMTB-C-PRSC-ID-CD,
038466              :CLPRSMTB-C-PRSC-ID,
038532              :CLPRSMTB-C-PRSC-SANC-SRC-CD
038600     END-EXEC.
038700     EVALUATE SQLCODE
038800       WHEN 0
039800         IF SQLCODE NOT = 0
039900             GO TO 9999-SQL-ERROR
040000         END-IF
040010*        THE HISTORY KEEPS THE FEED WHOSE EXCLUSION IS LIFTED.
040020         MOVE 'R'                TO CLPRSHTB-C-HIST-ACTN-CD
040030         MOVE 'X'                TO CLPRSHTB-C-BEF-STAT-CD
040040         MOVE 'A'                TO CLPRSHTB-C-AFT-STAT-CD
040050         MOVE CLPRSMTB-C-PRSC-SANC-SRC-CD
040060                                 TO CLPRSHTB-C-SANC-SRC-CD
040070         MOVE WH-0010-RUN-DT     TO CLPRSHTB-C-SANC-DT
040080         PERFORM 3600-WRITE-HISTORY
040090             THRU 3600-WRITE-HISTORY-EXIT
040100         ADD 1 TO WB-0010-REINST-CNT
040200         MOVE 'REINSTATED  '           TO RL-0010-CH-ACTION
040300         MOVE CLPRSMTB-C-PRSC-ID-CD    TO RL-0010-CH-ID-CD
042100     MOVE WB-0010-READ-CNT           TO RL-0010-C-CNT.
042200     WRITE RPTB010-REC FROM RL-0010-COUNT-LINE
042300         AFTER ADVANCING 2 LINES.
042314     IF WK-9010-RESTART-RUN
042328         MOVE 'RESTARTED AFTER RECORD'  TO RL-0010-C-LABEL
042342         MOVE WB-0010-SKIP-TO        TO RL-0010-C-CNT
042356         WRITE RPTB010-REC FROM RL-0010-COUNT-LINE
042370             AFTER ADVANCING 1 LINE
042384     END-IF.
042400     MOVE 'NEWLY EXCLUDED'           TO RL-0010-C-LABEL.
042500     MOVE WB-0010-NEW-EXCL-CNT       TO RL-0010-C-CNT.
042600     WRITE RPTB010-REC FROM RL-0010-COUNT-LINE
043700     MOVE WB-0010-REINST-CNT         TO RL-0010-C-CNT.
043800     WRITE RPTB010-REC FROM RL-0010-COUNT-LINE
043900         AFTER ADVANCING 1 LINE.
043940     SET WK-9010-FINISH          TO TRUE.
043980     PERFORM 8500-TAKE-CHECKPOINT
044020         THRU 8500-TAKE-CHECKPOINT-EXIT.
044060     EXEC SQL COMMIT END-EXEC.
044100     CLOSE SANCTIN-FILE RPTB010-FILE.
044200 8000-FINALIZE-EXIT.
044300     EXIT.
044302*****************************************************************
044304*    8500-TAKE-CHECKPOINT - PROGRESS AS OF THE COMMIT ABOUT TO  *
044306*    BE TAKEN, IN THE SAME UNIT OF WORK.  THE CALLER SETS THE   *
044308*    FUNCTION - CHECKPOINT, OR FINISH AT THE END OF THE RUN.    *
044310*****************************************************************
044312 8500-TAKE-CHECKPOINT.
044314     MOVE WB-0010-READ-CNT       TO WK-9010-REC-CNT.
044316     MOVE SA-PRSC-ID-CD          TO WB-0010-CK-PRSC-ID-CD.
044318     MOVE SA-PRSC-ID             TO WB-0010-CK-PRSC-ID.
044320     MOVE WB-0010-CHKPT-KEY      TO WK-9010-LAST-KEY.
044322     MOVE WB-0010-NEW-EXCL-CNT   TO WK-9010-CTL-TOT (1).
044324     MOVE WB-0010-CONFIRM-CNT    TO WK-9010-CTL-TOT (2).
044326     MOVE WB-0010-NOTFND-CNT     TO WK-9010-CTL-TOT (3).
044328     MOVE WB-0010-REINST-CNT     TO WK-9010-CTL-TOT (4).
044330     MOVE ZERO                   TO WK-9010-CTL-TOT (5)
044332                                    WK-9010-CTL-TOT (6)
044334                                    WK-9010-CTL-TOT (7)
044336                                    WK-9010-CTL-TOT (8).
044338     CALL 'PDDS9010' USING WK-9010-CALL-PARMS.
044340     IF NOT WK-9010-OK
044342         DISPLAY 'PDDB0010 - CHECKPOINT FAILED, REPLY '
044344                 WK-9010-REPLY-CD ' SQLCODE ' WK-9010-SQLCODE
044346         GO TO 9999-SQL-ERROR
044348     END-IF.
044350 8500-TAKE-CHECKPOINT-EXIT.
044352     EXIT.
044354*****************************************************************
044356*    9000-RESTART-FAILED - THE INPUT DOES NOT MATCH THE         *
044358*    CHECKPOINT.  NOTHING IS APPLIED AND THE CHECKPOINT STANDS. *
044360*****************************************************************
044362 9000-RESTART-FAILED.
044364     EXEC SQL ROLLBACK END-EXEC.
044366     MOVE 16 TO RETURN-CODE.
044368     CLOSE SANCTIN-FILE RPTB010-FILE.
044370     GOBACK.
044400*****************************************************************
044500*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
044600*****************************************************************
