000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDS9011.
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
001300*  10/15/26  ACS   NEW PROGRAM.  SHARED CLAIM ACCUMULATOR       *
001400*                  BACKOUT FOR THE HELD-CLAIM DENIAL PATHS      *
001500*                  (ON-LINE PHARMACIST REVIEW PDDM7590 AND THE  *
001600*                  AGED-HOLD BATCH PDDB0021).  A HELD CLAIM HAS *
001700*                  ALREADY COUNTED TOWARD THE MEMBER'S          *
001800*                  SPENDDOWN AND HOUSEHOLD COST-SHARE CAP; WHEN *
001900*                  IT IS DENIED THOSE AMOUNTS ARE TAKEN BACK OFF*
002000*                  BY TCN, WITH THE SAME STATEMENTS CONDU USES  *
002100*                  ON A REVERSAL (S953-070-BACKOUT AND          *
002200*                  S961-070-BACKOUT).                           *
002300*                                                               *
002400*****************************************************************
002500*                                                               *
002600*   THE ROUTINE DOES NOT COMMIT - THE BACKOUT BELONGS TO THE    *
002700*   CALLER'S UNIT OF WORK WITH THE CLAIM'S STATUS UPDATE, SO    *
002800*   THE DENIAL AND ITS BACKOUT GO IN OR COME OUT TOGETHER.  IT  *
002900*   ALWAYS RETURNS TO ITS CALLER; MISSING KEYS OR A DATABASE    *
003000*   ERROR ARE REPORTED IN WK-9011-REPLY-CD, WITH THE TABLE IN   *
003100*   WK-9011-FAILED-TB.  CONDU KEEPS ITS OWN IN-LINE COPY OF     *
003200*   THESE STATEMENTS SO THAT ITS DEADLOCK RETRY STILL SEES THE  *
003300*   SQLCODE; A CHANGE TO ONE MUST BE MADE TO THE OTHER.         *
003400*                                                               *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000*****************************************************************
004100*  DATA DIVISION                                                *
004200*****************************************************************
004300 DATA DIVISION.
004400 WORKING-STORAGE SECTION.
004500     EXEC SQL INCLUDE SQLCA END-EXEC.
004600     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
004700     COPY BSPNAPTB.
004800     COPY BHHAPPTB.
004900     EXEC SQL END DECLARE SECTION END-EXEC.
005000*****************************************************************
005100*  LINKAGE SECTION                                              *
005200*****************************************************************
005300 LINKAGE SECTION.
005400     COPY WKC90110.
005500*****************************************************************
005600*  PROCEDURE DIVISION                                          *
005700*****************************************************************
005800 PROCEDURE DIVISION USING WK-9011-CALL-PARMS.
005900*
006000 S000-000-MAINLINE       SECTION.
006100 S000-010-START.
006200     SET WK-9011-COMPLETE        TO TRUE.
006300     SET WK-9011-SPND-NONE       TO TRUE.
006400     SET WK-9011-HHLD-NONE       TO TRUE.
006500     MOVE ZERO                   TO WK-9011-SPND-AMT
006600                                    WK-9011-HHLD-AMT
006700                                    WK-9011-HHLD-WAIVED-AMT
006800                                    WK-9011-SQLCODE.
006900     MOVE SPACES                 TO WK-9011-FAILED-TB.
007000     IF WK-9011-CUST-PART-NUM NOT > ZERO
007100        OR WK-9011-TCN-NUM    NOT > ZERO
007200         SET WK-9011-BAD-PARMS   TO TRUE
007300         GOBACK
007400     END-IF.
007500     PERFORM S100-000-SPND-BACKOUT
007600         THRU S100-999-EXIT.
007700     IF WK-9011-COMPLETE
007800         PERFORM S200-000-HHLD-CAP-BACKOUT
007900             THRU S200-999-EXIT
008000     END-IF.
008100     GOBACK.
008200*****************************************************************
008300*    S100-000-SPND-BACKOUT - THE CLAIM'S SPENDDOWN AMOUNT OFF   *
008400*    ITS MONTH, AND THE MONTH UN-MET IF IT FALLS UNDER THE      *
008500*    LIABILITY (CONDU S953-070-BACKOUT)                         *
008600*****************************************************************
008700 S100-000-SPND-BACKOUT.
008800     MOVE WK-9011-CUST-PART-NUM  TO BSPNAPTB-R-CUST-PART-NUM.
008900     MOVE WK-9011-TCN-NUM        TO BSPNAPTB-C-TCN-NUM.
009000     EXEC SQL
009100         SELECT B_SYS_ID, B_SPND_MONTH_ID, C_APPLY_AMT
009200           INTO :BSPNAPTB-B-SYS-ID,
009300                :BSPNAPTB-B-SPND-MONTH-ID,
009400                :BSPNAPTB-C-APPLY-AMT
009500           FROM B_SPND_APPLY_TB
009600          WHERE R_CUST_PART_NUM = :BSPNAPTB-R-CUST-PART-NUM
009700            AND C_TCN_NUM       = :BSPNAPTB-C-TCN-NUM
009800     END-EXEC.
009900     EVALUATE SQLCODE
010000       WHEN 0
010100         CONTINUE
010200       WHEN 100
010300*        NOTHING WAS APPLIED FOR THE CLAIM
010400         GO TO S100-999-EXIT
010500       WHEN OTHER
010600         MOVE 'B_SPND_APPLY_TB'  TO WK-9011-FAILED-TB
010700         GO TO S100-900-SQL-ERROR
010800     END-EVALUATE.
010900     EXEC SQL
011000         UPDATE B_SPENDDOWN_TB
011100            SET B_SPND_INCUR_AMT = B_SPND_INCUR_AMT
011200                                 - :BSPNAPTB-C-APPLY-AMT,
011300                B_UPD_TS = TO_CHAR(CURRENT_TIMESTAMP,
011400                        'YYYY-MM-DD-HH24.MI.SS.FF6')
011500          WHERE R_CUST_PART_NUM = :BSPNAPTB-R-CUST-PART-NUM
011600            AND B_SYS_ID        = :BSPNAPTB-B-SYS-ID
011700            AND B_SPND_MONTH_ID = :BSPNAPTB-B-SPND-MONTH-ID
011800     END-EXEC.
011900     IF SQLCODE NOT = 0
012000        AND SQLCODE NOT = 100
012100         MOVE 'B_SPENDDOWN_TB'   TO WK-9011-FAILED-TB
012200         GO TO S100-900-SQL-ERROR
012300     END-IF.
012400*    A MONTH PULLED BACK UNDER ITS LIABILITY IS NO LONGER MET.
012500     EXEC SQL
012600         UPDATE B_SPENDDOWN_TB
012700            SET B_SPND_MET_DT = ' '
012800          WHERE R_CUST_PART_NUM = :BSPNAPTB-R-CUST-PART-NUM
012900            AND B_SYS_ID        = :BSPNAPTB-B-SYS-ID
013000            AND B_SPND_MONTH_ID = :BSPNAPTB-B-SPND-MONTH-ID
013100            AND B_SPND_INCUR_AMT < B_SPND_LIAB_AMT
013200     END-EXEC.
013300     IF SQLCODE NOT = 0
013400        AND SQLCODE NOT = 100
013500         MOVE 'B_SPENDDOWN_TB'   TO WK-9011-FAILED-TB
013600         GO TO S100-900-SQL-ERROR
013700     END-IF.
013800     EXEC SQL
013900         DELETE FROM B_SPND_APPLY_TB
014000          WHERE R_CUST_PART_NUM = :BSPNAPTB-R-CUST-PART-NUM
014100            AND C_TCN_NUM       = :BSPNAPTB-C-TCN-NUM
014200     END-EXEC.
014300     IF SQLCODE NOT = 0
014400        AND SQLCODE NOT = 100
014500         MOVE 'B_SPND_APPLY_TB'  TO WK-9011-FAILED-TB
014600         GO TO S100-900-SQL-ERROR
014700     END-IF.
014800     MOVE BSPNAPTB-C-APPLY-AMT   TO WK-9011-SPND-AMT.
014900     SET WK-9011-SPND-BACKED-OUT TO TRUE.
015000     GO TO S100-999-EXIT.
015100 S100-900-SQL-ERROR.
015200     MOVE SQLCODE                TO WK-9011-SQLCODE.
015300     SET WK-9011-SQL-ERROR       TO TRUE.
015400 S100-999-EXIT.
015500     EXIT.
015600*****************************************************************
015700*    S200-000-HHLD-CAP-BACKOUT - THE CLAIM'S APPLIED AND WAIVED *
015800*    AMOUNTS OFF ITS HOUSEHOLD QUARTER, AND THE QUARTER UN-MET  *
015900*    IF IT FALLS UNDER THE CAP (CONDU S961-070-BACKOUT)         *
016000*****************************************************************
016100 S200-000-HHLD-CAP-BACKOUT.
016200     MOVE WK-9011-CUST-PART-NUM  TO BHHAPPTB-R-CUST-PART-NUM.
016300     MOVE WK-9011-TCN-NUM        TO BHHAPPTB-C-TCN-NUM.
016400     EXEC SQL
016500         SELECT B_HHLD_ID, B_CAP_QTR_ID,
016600                C_APPLY_AMT, C_WAIVED_AMT
016700           INTO :BHHAPPTB-B-HHLD-ID,
016800                :BHHAPPTB-B-CAP-QTR-ID,
016900                :BHHAPPTB-C-APPLY-AMT,
017000                :BHHAPPTB-C-WAIVED-AMT
017100           FROM B_HHLD_CAP_APPLY_TB
017200          WHERE R_CUST_PART_NUM = :BHHAPPTB-R-CUST-PART-NUM
017300            AND C_TCN_NUM       = :BHHAPPTB-C-TCN-NUM
017400     END-EXEC.
017500     EVALUATE SQLCODE
017600       WHEN 0
017700         CONTINUE
017800       WHEN 100
017900*        THE CLAIM WAS NEVER COUNTED
018000         GO TO S200-999-EXIT
018100       WHEN OTHER
018200         MOVE 'B_HHLD_CAP_APPLY_TB' TO WK-9011-FAILED-TB
018300         GO TO S200-900-SQL-ERROR
018400     END-EVALUATE.
018500*    A QUARTER PULLED BACK UNDER ITS CAP IS NO LONGER MET.
018600     EXEC SQL
018700         UPDATE B_HHLD_CAP_TB
018800            SET B_CAP_APPLD_AMT  = B_CAP_APPLD_AMT
018900                                 - :BHHAPPTB-C-APPLY-AMT,
019000                B_CAP_WAIVED_AMT = B_CAP_WAIVED_AMT
019100                                 - :BHHAPPTB-C-WAIVED-AMT,
019200                B_CAP_MET_DT     =
019300                    CASE WHEN B_CAP_APPLD_AMT
019400                            - :BHHAPPTB-C-APPLY-AMT < B_CAP_AMT
019500                         THEN ' '
019600                         ELSE B_CAP_MET_DT
019700                    END,
019800                B_UPD_TS = TO_CHAR(CURRENT_TIMESTAMP,
019900                        'YYYY-MM-DD-HH24.MI.SS.FF6')
020000          WHERE R_CUST_PART_NUM = :BHHAPPTB-R-CUST-PART-NUM
020100            AND B_HHLD_ID       = :BHHAPPTB-B-HHLD-ID
020200            AND B_CAP_QTR_ID    = :BHHAPPTB-B-CAP-QTR-ID
020300     END-EXEC.
020400     IF SQLCODE NOT = 0
020500        AND SQLCODE NOT = 100
020600         MOVE 'B_HHLD_CAP_TB'    TO WK-9011-FAILED-TB
020700         GO TO S200-900-SQL-ERROR
020800     END-IF.
020900     EXEC SQL
021000         DELETE FROM B_HHLD_CAP_APPLY_TB
021100          WHERE R_CUST_PART_NUM = :BHHAPPTB-R-CUST-PART-NUM
021200            AND C_TCN_NUM       = :BHHAPPTB-C-TCN-NUM
021300     END-EXEC.
021400     IF SQLCODE NOT = 0
021500        AND SQLCODE NOT = 100
021600         MOVE 'B_HHLD_CAP_APPLY_TB' TO WK-9011-FAILED-TB
021700         GO TO S200-900-SQL-ERROR
021800     END-IF.
021900     MOVE BHHAPPTB-C-APPLY-AMT   TO WK-9011-HHLD-AMT.
022000     MOVE BHHAPPTB-C-WAIVED-AMT  TO WK-9011-HHLD-WAIVED-AMT.
022100     SET WK-9011-HHLD-BACKED-OUT TO TRUE.
022200     GO TO S200-999-EXIT.
022300 S200-900-SQL-ERROR.
022400     MOVE SQLCODE                TO WK-9011-SQLCODE.
022500     SET WK-9011-SQL-ERROR       TO TRUE.
022600 S200-999-EXIT.
022700     EXIT.
