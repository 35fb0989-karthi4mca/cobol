000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDS9010.
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
001300*  10/15/26  ACS   NEW PROGRAM.  SHARED CHECKPOINT/RESTART      *
001400*                  ROUTINE FOR THE REFERENCE-DATA LOADS         *
001500*                  (ENROLLMENT PDDB0008, COMPENDIUM PDDB0009,   *
001600*                  SANCTIONS PDDB0010, HOSPICE PDDB0018).  THE  *
001700*                  LOAD'S PROGRESS - RECORDS APPLIED, LAST KEY  *
001800*                  AND CONTROL TOTALS - IS KEPT ON              *
001900*                  G_LOAD_CHKPT_TB AT EVERY COMMIT, SO A FAILED *
002000*                  RUN CAN BE RESTARTED WHERE IT STOPPED INSTEAD*
002100*                  OF BEING RERUN FROM THE TOP, AND A NEW RUN   *
002200*                  CANNOT START OVER AN UNFINISHED ONE BY       *
002300*                  ACCIDENT.                                    *
002400*                                                               *
002500*****************************************************************
002600*                                                               *
002700*   BEGIN IS CALLED ONCE WHEN THE LOAD STARTS.  THE OPTIONAL    *
002800*   RESTART CARD (COLUMNS 1-7) SAYS WHAT THE OPERATOR WANTS:    *
002900*     BLANK/NO DD  A FRESH RUN.  REFUSED IF THE LAST RUN DID    *
003000*                  NOT FINISH (WK-9010-UNFINISHED-RUN).         *
003100*     RESTART      CARRY ON FROM THE UNFINISHED RUN'S LAST      *
003200*                  CHECKPOINT, FOR THE SAME BUSINESS DATE.      *
003300*     CLEAR        DISCARD THE UNFINISHED RUN'S CHECKPOINT AND  *
003400*                  START FROM THE TOP (AFTER THE OPERATOR HAS   *
003500*                  BACKED OUT OR ACCEPTED ITS ROWS).            *
003600*   CHECKPOINT IS CALLED JUST BEFORE EACH OF THE LOAD'S         *
003700*   COMMITS, FINISH JUST BEFORE ITS LAST.  THE ROUTINE DOES NOT *
003800*   COMMIT - THE CHECKPOINT ROW MUST GO IN THE SAME UNIT OF     *
003900*   WORK AS THE ROWS IT DESCRIBES.  IT ALWAYS RETURNS TO ITS    *
004000*   CALLER WITH THE OUTCOME IN WK-9010-REPLY-CD.                *
004100*                                                               *
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-370.
004600 OBJECT-COMPUTER.   IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT OPTIONAL RESTART-FILE ASSIGN TO RESTART
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100*****************************************************************
005200*  DATA DIVISION                                                *
005300*****************************************************************
005400 DATA DIVISION.
005500 FILE SECTION.
005600*    OPERATOR'S RESTART INSTRUCTION - RESTART OR CLEAR.
005700 FD  RESTART-FILE.
005800 01  RS-CARD-REC.
005900     05  RS-CARD-ACTION              PIC X(00007).
006000         88  RS-CARD-NONE            VALUE SPACES.
006100         88  RS-CARD-RESTART         VALUE 'RESTART'.
006200         88  RS-CARD-CLEAR           VALUE 'CLEAR  '.
006300     05  FILLER                      PIC X(00073).
006400 WORKING-STORAGE SECTION.
006500 77  WK-9010-ROW-SW                  PIC X(00001) VALUE 'N'.
006600     88  WK-9010-ROW-FOUND           VALUE 'Y'.
006700 77  WK-9010-CARD-ACTION             PIC X(00007) VALUE SPACES.
006800 77  WK-9010-CNT-ED                  PIC Z(00008)9.
006900 77  WK-9010-RSTRT-ED                PIC Z(00003)9.
007000     EXEC SQL INCLUDE SQLCA END-EXEC.
007100     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
007200     COPY GLLDCKTB.
007300     EXEC SQL END DECLARE SECTION END-EXEC.
007400*****************************************************************
007500*  LINKAGE SECTION                                              *
007600*****************************************************************
007700 LINKAGE SECTION.
007800     COPY WKC90100.
007900*****************************************************************
008000*  PROCEDURE DIVISION                                          *
008100*****************************************************************
008200 PROCEDURE DIVISION USING WK-9010-CALL-PARMS.
008300*
008400 S000-000-MAINLINE       SECTION.
008500 S000-010-START.
008600     SET WK-9010-OK              TO TRUE.
008700     MOVE ZERO                   TO WK-9010-SQLCODE.
008800     IF WK-9010-PGM-ID = SPACES
008900         SET WK-9010-BAD-PARMS   TO TRUE
009000         GOBACK
009100     END-IF.
009200     MOVE WK-9010-PGM-ID         TO GLLDCKTB-G-PGM-ID.
009300     EVALUATE TRUE
009400       WHEN WK-9010-BEGIN
009500         PERFORM S100-000-READ-RESTART-CARD
009600             THRU S100-999-EXIT
009700         PERFORM S200-000-READ-CHECKPOINT
009800             THRU S200-999-EXIT
009900         IF WK-9010-OK
010000             PERFORM S300-000-DECIDE-RUN-MODE
010100                 THRU S300-999-EXIT
010200         END-IF
010300       WHEN WK-9010-TAKE-CHKPT
010400         PERFORM S400-000-TAKE-CHECKPOINT
010500             THRU S400-999-EXIT
010600       WHEN WK-9010-FINISH
010700         PERFORM S500-000-FINISH-RUN
010800             THRU S500-999-EXIT
010900       WHEN OTHER
011000         SET WK-9010-BAD-PARMS   TO TRUE
011100     END-EVALUATE.
011200     GOBACK.
011300*****************************************************************
011400*    S100-000-READ-RESTART-CARD - NO DD OR A BLANK CARD ASKS    *
011500*    FOR AN ORDINARY FRESH RUN                                  *
011600*****************************************************************
011700 S100-000-READ-RESTART-CARD.
011800     OPEN INPUT RESTART-FILE.
011900     READ RESTART-FILE
012000         AT END MOVE SPACES      TO RS-CARD-REC
012100     END-READ.
012200     CLOSE RESTART-FILE.
012300     MOVE RS-CARD-ACTION         TO WK-9010-CARD-ACTION.
012400     IF NOT RS-CARD-NONE
012500        AND NOT RS-CARD-RESTART
012600        AND NOT RS-CARD-CLEAR
012700         DISPLAY 'PDDS9010 - ' WK-9010-PGM-ID
012800                 ' INVALID RESTART CARD - ' RS-CARD-ACTION
012900         SET WK-9010-BAD-CARD    TO TRUE
013000     END-IF.
013100 S100-999-EXIT.
013200     EXIT.
013300*****************************************************************
013400*    S200-000-READ-CHECKPOINT - THE PROGRAM'S ROW FROM ITS LAST *
013500*    RUN, IF IT HAS EVER RUN                                    *
013600*****************************************************************
013700 S200-000-READ-CHECKPOINT.
013800     IF NOT WK-9010-OK
013900         GO TO S200-999-EXIT
014000     END-IF.
014100     EXEC SQL
014200         SELECT G_CHKPT_STAT_CD, NVL(G_BUS_DT, ' '), G_REC_CNT,
014300                NVL(G_LAST_KEY_TX, ' '),
014400                G_CTL_TOT_1_AMT, G_CTL_TOT_2_AMT,
014500                G_CTL_TOT_3_AMT, G_CTL_TOT_4_AMT,
014600                G_CTL_TOT_5_AMT, G_CTL_TOT_6_AMT,
014700                G_CTL_TOT_7_AMT, G_CTL_TOT_8_AMT,
014800                G_RSTRT_CNT
014900           INTO :GLLDCKTB-G-CHKPT-STAT-CD, :GLLDCKTB-G-BUS-DT,
015000                :GLLDCKTB-G-REC-CNT, :GLLDCKTB-G-LAST-KEY-TX,
015100                :GLLDCKTB-G-CTL-TOT-1-AMT,
015200                :GLLDCKTB-G-CTL-TOT-2-AMT,
015300                :GLLDCKTB-G-CTL-TOT-3-AMT,
015400                :GLLDCKTB-G-CTL-TOT-4-AMT,
015500                :GLLDCKTB-G-CTL-TOT-5-AMT,
015600                :GLLDCKTB-G-CTL-TOT-6-AMT,
015700                :GLLDCKTB-G-CTL-TOT-7-AMT,
015800                :GLLDCKTB-G-CTL-TOT-8-AMT,
015900                :GLLDCKTB-G-RSTRT-CNT
016000           FROM G_LOAD_CHKPT_TB
016100          WHERE G_PGM_ID = :GLLDCKTB-G-PGM-ID
016200     END-EXEC.
016300     EVALUATE SQLCODE
016400       WHEN 0
016500         SET WK-9010-ROW-FOUND   TO TRUE
016600       WHEN 100
016700         MOVE 'N'                TO WK-9010-ROW-SW
016800       WHEN OTHER
016900         MOVE SQLCODE            TO WK-9010-SQLCODE
017000         SET WK-9010-SQL-ERROR   TO TRUE
017100     END-EVALUATE.
017200 S200-999-EXIT.
017300     EXIT.
017400*****************************************************************
017500*    S300-000-DECIDE-RUN-MODE - THE CARD AGAINST THE STATE OF   *
017600*    THE LAST RUN                                               *
017700*****************************************************************
017800 S300-000-DECIDE-RUN-MODE.
017900     MOVE ZERO                   TO WK-9010-REC-CNT
018000                                    WK-9010-RSTRT-CNT.
018100     MOVE SPACES                 TO WK-9010-LAST-KEY.
018200     INITIALIZE WK-9010-CTL-TOT (1) WK-9010-CTL-TOT (2)
018300                WK-9010-CTL-TOT (3) WK-9010-CTL-TOT (4)
018400                WK-9010-CTL-TOT (5) WK-9010-CTL-TOT (6)
018500                WK-9010-CTL-TOT (7) WK-9010-CTL-TOT (8).
018600     IF NOT WK-9010-ROW-FOUND
018700        OR GLLDCKTB-G-CHKPT-COMPLETE
018800         IF RS-CARD-RESTART
018900             DISPLAY 'PDDS9010 - ' WK-9010-PGM-ID
019000                     ' RESTART REQUESTED BUT THE LAST RUN'
019100                     ' FINISHED - NOTHING TO RESTART'
019200             SET WK-9010-NOTHING-TO-RESTART TO TRUE
019300             GO TO S300-999-EXIT
019400         END-IF
019500         SET WK-9010-FRESH-RUN   TO TRUE
019600         PERFORM S600-000-START-NEW-RUN
019700             THRU S600-999-EXIT
019800         GO TO S300-999-EXIT
019900     END-IF.
020000     MOVE GLLDCKTB-G-REC-CNT     TO WK-9010-CNT-ED.
020100     IF RS-CARD-NONE
020200         MOVE GLLDCKTB-G-REC-CNT TO WK-9010-REC-CNT
020300         MOVE GLLDCKTB-G-LAST-KEY-TX
020400                                 TO WK-9010-LAST-KEY
020500         DISPLAY 'PDDS9010 - ' WK-9010-PGM-ID
020600                 ' LAST RUN (' GLLDCKTB-G-BUS-DT
020700                 ') DID NOT FINISH - STOPPED AFTER RECORD '
020800                 WK-9010-CNT-ED
020900         DISPLAY 'PDDS9010 - SUPPLY A RESTART CARD OF RESTART'
021000                 ' OR CLEAR'
021100         SET WK-9010-UNFINISHED-RUN TO TRUE
021200         GO TO S300-999-EXIT
021300     END-IF.
021400     IF RS-CARD-CLEAR
021500         DISPLAY 'PDDS9010 - ' WK-9010-PGM-ID
021600                 ' CHECKPOINT OF UNFINISHED RUN ('
021700                 GLLDCKTB-G-BUS-DT ') AFTER RECORD '
021800                 WK-9010-CNT-ED ' CLEARED'
021900         SET WK-9010-CLEARED-RUN TO TRUE
022000         PERFORM S600-000-START-NEW-RUN
022100             THRU S600-999-EXIT
022200         GO TO S300-999-EXIT
022300     END-IF.
022400     IF WK-9010-BUS-DT NOT = SPACES
022500        AND GLLDCKTB-G-BUS-DT NOT = SPACES
022600        AND WK-9010-BUS-DT NOT = GLLDCKTB-G-BUS-DT
022700         DISPLAY 'PDDS9010 - ' WK-9010-PGM-ID
022800                 ' RESTART FOR ' WK-9010-BUS-DT
022900                 ' BUT THE CHECKPOINT IS FOR ' GLLDCKTB-G-BUS-DT
023000         SET WK-9010-DATE-MISMATCH TO TRUE
023100         GO TO S300-999-EXIT
023200     END-IF.
023300     PERFORM S700-000-RESUME-RUN
023400         THRU S700-999-EXIT.
023500 S300-999-EXIT.
023600     EXIT.
023700*****************************************************************
023800*    S400-000-TAKE-CHECKPOINT - PROGRESS AS OF THE CALLER'S     *
023900*    NEXT COMMIT                                                *
024000*****************************************************************
024100 S400-000-TAKE-CHECKPOINT.
024200     PERFORM S800-000-LOAD-HOST-TOTALS
024300         THRU S800-999-EXIT.
024400     EXEC SQL
024500         UPDATE G_LOAD_CHKPT_TB
024600            SET G_REC_CNT       = :GLLDCKTB-G-REC-CNT,
024700                G_LAST_KEY_TX   = :GLLDCKTB-G-LAST-KEY-TX,
024800                G_CTL_TOT_1_AMT = :GLLDCKTB-G-CTL-TOT-1-AMT,
024900                G_CTL_TOT_2_AMT = :GLLDCKTB-G-CTL-TOT-2-AMT,
025000                G_CTL_TOT_3_AMT = :GLLDCKTB-G-CTL-TOT-3-AMT,
025100                G_CTL_TOT_4_AMT = :GLLDCKTB-G-CTL-TOT-4-AMT,
025200                G_CTL_TOT_5_AMT = :GLLDCKTB-G-CTL-TOT-5-AMT,
025300                G_CTL_TOT_6_AMT = :GLLDCKTB-G-CTL-TOT-6-AMT,
025400                G_CTL_TOT_7_AMT = :GLLDCKTB-G-CTL-TOT-7-AMT,
025500                G_CTL_TOT_8_AMT = :GLLDCKTB-G-CTL-TOT-8-AMT,
025600                G_CHKPT_TS = TO_CHAR(CURRENT_TIMESTAMP,
025700                                 'YYYY-MM-DD-HH24.MI.SS.FF6')
025800          WHERE G_PGM_ID        = :GLLDCKTB-G-PGM-ID
025900            AND G_CHKPT_STAT_CD = 'R'
026000     END-EXEC.
026100     IF SQLCODE NOT = 0
026200         MOVE SQLCODE            TO WK-9010-SQLCODE
026300         SET WK-9010-SQL-ERROR   TO TRUE
026400     END-IF.
026500 S400-999-EXIT.
026600     EXIT.
026700*****************************************************************
026800*    S500-000-FINISH-RUN - FINAL PROGRESS, AND THE RUN MARKED   *
026900*    COMPLETE SO THE NEXT ONE STARTS FRESH                      *
027000*****************************************************************
027100 S500-000-FINISH-RUN.
027200     PERFORM S400-000-TAKE-CHECKPOINT
027300         THRU S400-999-EXIT.
027400     IF NOT WK-9010-OK
027500         GO TO S500-999-EXIT
027600     END-IF.
027700     EXEC SQL
027800         UPDATE G_LOAD_CHKPT_TB
027900            SET G_CHKPT_STAT_CD = 'C'
028000          WHERE G_PGM_ID        = :GLLDCKTB-G-PGM-ID
028100     END-EXEC.
028200     IF SQLCODE NOT = 0
028300         MOVE SQLCODE            TO WK-9010-SQLCODE
028400         SET WK-9010-SQL-ERROR   TO TRUE
028500     END-IF.
028600     MOVE WK-9010-REC-CNT        TO WK-9010-CNT-ED.
028700     DISPLAY 'PDDS9010 - ' WK-9010-PGM-ID
028800             ' RUN COMPLETE AFTER RECORD ' WK-9010-CNT-ED.
028900 S500-999-EXIT.
029000     EXIT.
029100*****************************************************************
029200*    S600-000-START-NEW-RUN - A FRESH 'R' ROW FROM RECORD ZERO  *
029300*****************************************************************
029400 S600-000-START-NEW-RUN.
029500     MOVE WK-9010-BUS-DT         TO GLLDCKTB-G-BUS-DT.
029600     IF WK-9010-ROW-FOUND
029700         EXEC SQL
029800             UPDATE G_LOAD_CHKPT_TB
029900                SET G_CHKPT_STAT_CD = 'R',
030000                    G_BUS_DT        = :GLLDCKTB-G-BUS-DT,
030100                    G_REC_CNT       = 0,
030200                    G_LAST_KEY_TX   = ' ',
030300                    G_CTL_TOT_1_AMT = 0, G_CTL_TOT_2_AMT = 0,
030400                    G_CTL_TOT_3_AMT = 0, G_CTL_TOT_4_AMT = 0,
030500                    G_CTL_TOT_5_AMT = 0, G_CTL_TOT_6_AMT = 0,
030600                    G_CTL_TOT_7_AMT = 0, G_CTL_TOT_8_AMT = 0,
030700                    G_RSTRT_CNT     = 0,
030800                    G_STRT_TS  = TO_CHAR(CURRENT_TIMESTAMP,
030900                                     'YYYY-MM-DD-HH24.MI.SS.FF6'),
031000                    G_CHKPT_TS = TO_CHAR(CURRENT_TIMESTAMP,
031100                                     'YYYY-MM-DD-HH24.MI.SS.FF6')
031200              WHERE G_PGM_ID = :GLLDCKTB-G-PGM-ID
031300         END-EXEC
031400     ELSE
031500         EXEC SQL
031600             INSERT INTO G_LOAD_CHKPT_TB
031700                 (G_PGM_ID, G_CHKPT_STAT_CD, G_BUS_DT, G_REC_CNT,
031800                  G_LAST_KEY_TX,
031900                  G_CTL_TOT_1_AMT, G_CTL_TOT_2_AMT,
032000                  G_CTL_TOT_3_AMT, G_CTL_TOT_4_AMT,
032100                  G_CTL_TOT_5_AMT, G_CTL_TOT_6_AMT,
032200                  G_CTL_TOT_7_AMT, G_CTL_TOT_8_AMT,
032300                  G_RSTRT_CNT, G_STRT_TS, G_CHKPT_TS)
032400             VALUES
032500                 (:GLLDCKTB-G-PGM-ID, 'R', :GLLDCKTB-G-BUS-DT, 0,
032600                  ' ', 0, 0, 0, 0, 0, 0, 0, 0, 0,
032700                  TO_CHAR(CURRENT_TIMESTAMP,
032800                          'YYYY-MM-DD-HH24.MI.SS.FF6'),
032900                  TO_CHAR(CURRENT_TIMESTAMP,
033000                          'YYYY-MM-DD-HH24.MI.SS.FF6'))
033100         END-EXEC
033200     END-IF.
033300     IF SQLCODE NOT = 0
033400         MOVE SQLCODE            TO WK-9010-SQLCODE
033500         SET WK-9010-SQL-ERROR   TO TRUE
033600         GO TO S600-999-EXIT
033700     END-IF.
033800     IF WK-9010-FRESH-RUN
033900         DISPLAY 'PDDS9010 - ' WK-9010-PGM-ID
034000                 ' FRESH RUN FOR ' WK-9010-BUS-DT
034100     END-IF.
034200 S600-999-EXIT.
034300     EXIT.
034400*****************************************************************
034500*    S700-000-RESUME-RUN - THE CHECKPOINT HANDED BACK TO THE    *
034600*    CALLER, AND THE RESTART COUNTED ON THE ROW                 *
034700*****************************************************************
034800 S700-000-RESUME-RUN.
034900     ADD 1                       TO GLLDCKTB-G-RSTRT-CNT.
035000     EXEC SQL
035100         UPDATE G_LOAD_CHKPT_TB
035200            SET G_RSTRT_CNT = :GLLDCKTB-G-RSTRT-CNT
035300          WHERE G_PGM_ID    = :GLLDCKTB-G-PGM-ID
035400     END-EXEC.
035500     IF SQLCODE NOT = 0
035600         MOVE SQLCODE            TO WK-9010-SQLCODE
035700         SET WK-9010-SQL-ERROR   TO TRUE
035800         GO TO S700-999-EXIT
035900     END-IF.
036000     SET WK-9010-RESTART-RUN     TO TRUE.
036100     MOVE GLLDCKTB-G-REC-CNT     TO WK-9010-REC-CNT.
036200     MOVE GLLDCKTB-G-LAST-KEY-TX TO WK-9010-LAST-KEY.
036300     MOVE GLLDCKTB-G-RSTRT-CNT   TO WK-9010-RSTRT-CNT.
036400     MOVE GLLDCKTB-G-CTL-TOT-1-AMT TO WK-9010-CTL-TOT (1).
036500     MOVE GLLDCKTB-G-CTL-TOT-2-AMT TO WK-9010-CTL-TOT (2).
036600     MOVE GLLDCKTB-G-CTL-TOT-3-AMT TO WK-9010-CTL-TOT (3).
036700     MOVE GLLDCKTB-G-CTL-TOT-4-AMT TO WK-9010-CTL-TOT (4).
036800     MOVE GLLDCKTB-G-CTL-TOT-5-AMT TO WK-9010-CTL-TOT (5).
036900     MOVE GLLDCKTB-G-CTL-TOT-6-AMT TO WK-9010-CTL-TOT (6).
037000     MOVE GLLDCKTB-G-CTL-TOT-7-AMT TO WK-9010-CTL-TOT (7).
037100     MOVE GLLDCKTB-G-CTL-TOT-8-AMT TO WK-9010-CTL-TOT (8).
037200     MOVE GLLDCKTB-G-RSTRT-CNT   TO WK-9010-RSTRT-ED.
037300     DISPLAY 'PDDS9010 - ' WK-9010-PGM-ID
037400             ' RESTART ' WK-9010-RSTRT-ED ' OF RUN FOR '
037500             GLLDCKTB-G-BUS-DT ' AFTER RECORD ' WK-9010-CNT-ED.
037600 S700-999-EXIT.
037700     EXIT.
037800*****************************************************************
037900*    S800-000-LOAD-HOST-TOTALS - THE CALLER'S PROGRESS INTO THE *
038000*    CHECKPOINT ROW'S HOST VARIABLES                            *
038100*****************************************************************
038200 S800-000-LOAD-HOST-TOTALS.
038300     MOVE WK-9010-REC-CNT        TO GLLDCKTB-G-REC-CNT.
038400     MOVE WK-9010-LAST-KEY       TO GLLDCKTB-G-LAST-KEY-TX.
038500     MOVE WK-9010-CTL-TOT (1)    TO GLLDCKTB-G-CTL-TOT-1-AMT.
038600     MOVE WK-9010-CTL-TOT (2)    TO GLLDCKTB-G-CTL-TOT-2-AMT.
038700     MOVE WK-9010-CTL-TOT (3)    TO GLLDCKTB-G-CTL-TOT-3-AMT.
038800     MOVE WK-9010-CTL-TOT (4)    TO GLLDCKTB-G-CTL-TOT-4-AMT.
038900     MOVE WK-9010-CTL-TOT (5)    TO GLLDCKTB-G-CTL-TOT-5-AMT.
039000     MOVE WK-9010-CTL-TOT (6)    TO GLLDCKTB-G-CTL-TOT-6-AMT.
039100     MOVE WK-9010-CTL-TOT (7)    TO GLLDCKTB-G-CTL-TOT-7-AMT.
039200     MOVE WK-9010-CTL-TOT (8)    TO GLLDCKTB-G-CTL-TOT-8-AMT.
039300 S800-999-EXIT.
039400     EXIT.
