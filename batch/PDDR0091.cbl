000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0091.
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
001300*  10/15/26  ACS   NEW PROGRAM.  OPEN STATE ENCOUNTER REJECTS   *
001400*                  BY STATE ERROR CODE WITH AGE.  EVERY         *
001500*                  REJECTED ENCOUNTER ON C_ENC_SUBM_TB IS       *
001600*                  LISTED UNDER EACH OF ITS ERROR CODES         *
001700*                  (C_ENC_ERR_TB) WITH THE DAYS SINCE IT WAS    *
001800*                  FIRST REJECTED AND THE BUSINESS DAYS LEFT    *
001900*                  BEFORE THE STATE'S CORRECTION DEADLINE.      *
002000*                  EACH CODE IS TOTALLED WITH 0-30/31-60/       *
002100*                  61-90/OVER-90 DAY AGE BUCKETS.  THE RUN IS   *
002200*                  MEASURED AGAINST THE STATE'S PENALTY         *
002300*                  THRESHOLDS; AN ENCOUNTER PAST ITS DEADLINE   *
002400*                  OR A THRESHOLD REACHED ENDS THE STEP RC 4.   *
002500*                                                               *
002600*****************************************************************
002700*                                                               *
002800*   LIST 7543 - ONE EFFECTIVE ROW PER CODE IN THE START LIMIT,  *
002900*   THE VALUE AS THREE DIGITS AT THE FRONT OF THE END LIMIT.    *
003000*   A MISSING OR NON-NUMERIC ROW TAKES THE DEFAULT SHOWN.       *
003100*                                                               *
003200*      CDAY   CALENDAR DAYS TO CORRECT FROM FIRST REJECT   90   *
003300*      NEAR   DEADLINE FLAGGED WITHIN THIS MANY BUS DAYS   10   *
003400*      PCNT   PENALTY AT THIS MANY ENCOUNTERS PAST DUE     25   *
003500*      PPCT   PENALTY WHEN OPEN REJECTS EXCEED THIS PCT     5   *
003600*             OF THE ENCOUNTERS ACCEPTED OR REJECTED            *
003700*                                                               *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT RPT0091-FILE ASSIGN TO RPT0091
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800*****************************************************************
004900*  DATA DIVISION                                                *
005000*****************************************************************
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  RPT0091-FILE
005400     RECORDING MODE IS F.
005500 01  RPT0091-REC                     PIC X(00133).
005600*****************************************************************
005700*  WORKING-STORAGE SECTION                                     *
005800*****************************************************************
005900 WORKING-STORAGE SECTION.
006000 77  WR-0091-EOF-SW                  PIC X(00001) VALUE 'N'.
006100     88  WR-0091-EOF                 VALUE 'Y'.
006200 77  WR-0091-FIRST-SW                PIC X(00001) VALUE 'Y'.
006300     88  WR-0091-FIRST               VALUE 'Y'.
006400 77  WR-0091-PENALTY-SW              PIC X(00001) VALUE 'N'.
006500     88  WR-0091-PENALTY             VALUE 'Y'.
006600 77  WR-0091-ROW-CNT                 PIC S9(00009) COMP-3
006700                                     VALUE ZERO.
006800 77  WR-0091-PAST-CNT                PIC S9(00009) COMP-3
006900                                     VALUE ZERO.
007000 77  WR-0091-NEAR-CNT                PIC S9(00009) COMP-3
007100                                     VALUE ZERO.
007200 77  WR-0091-OPEN-CNT                PIC S9(00009) COMP-3
007300                                     VALUE ZERO.
007400 77  WR-0091-NO-CD-CNT               PIC S9(00009) COMP-3
007500                                     VALUE ZERO.
007600 77  WR-0091-PAST-ENC-CNT            PIC S9(00009) COMP-3
007700                                     VALUE ZERO.
007800 77  WR-0091-BASE-CNT                PIC S9(00009) COMP-3
007900                                     VALUE ZERO.
008000 77  WR-0091-REJ-PCT                 PIC S9(00003)V9(00002)
008100                                     COMP-3 VALUE ZERO.
008200 77  WR-0091-BKT-SUB                 PIC S9(00004) COMP
008300                                     VALUE ZERO.
008400*    CORRECTION WINDOW, WARNING DAYS AND PENALTY THRESHOLDS
008500*    (LIST 7543, DEFAULTS BELOW).
008600 01  WR-0091-PARMS.
008700     05  WR-0091-CORR-DAYS           PIC S9(00004) COMP VALUE +90.
008800     05  WR-0091-NEAR-DAYS           PIC S9(00004) COMP VALUE +10.
008900     05  WR-0091-PEN-CNT             PIC S9(00004) COMP VALUE +25.
009000     05  WR-0091-PEN-PCT             PIC S9(00004) COMP VALUE +5.
009100 01  WR-0091-LIST-VAL.
009200     05  WR-0091-VAL-TX              PIC X(00003).
009300     05  WR-0091-VAL-NUM REDEFINES WR-0091-VAL-TX
009400                                     PIC 9(00003).
009500     05  FILLER                      PIC X(00007).
009600 01  WR-0091-PRV-ERR-CD              PIC X(00003) VALUE SPACES.
009700*    PER ERROR CODE - ENCOUNTERS, PAID DOLLARS AND AGE BUCKETS
009800*    0-30, 31-60, 61-90, OVER 90 DAYS.
009900 01  WR-0091-CD-TOTALS.
010000     05  WR-0091-CD-CNT              PIC S9(00009) COMP-3.
010100     05  WR-0091-CD-AMT              PIC S9(00011)V9(00002)
010200                                     COMP-3.
010300     05  WR-0091-CD-BKT              PIC S9(00009) COMP-3
010400                                     OCCURS 4.
010500 01  WR-0091-GR-TOTALS.
010600     05  WR-0091-GR-CNT              PIC S9(00009) COMP-3.
010700     05  WR-0091-GR-AMT              PIC S9(00011)V9(00002)
010800                                     COMP-3.
010900     05  WR-0091-GR-BKT              PIC S9(00009) COMP-3
011000                                     OCCURS 4.
011100*    BUSINESS-DAY ROUTINE - SHARED PDDS9005.
011200     COPY WKC90050.
011300*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
011400     COPY WKC90040.
011500*****************************************************************
011600*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CURSORS             *
011700*****************************************************************
011800     EXEC SQL INCLUDE SQLCA END-EXEC.
011900     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
012000     COPY CLENCSTB.
012100     COPY CLENCETB.
012200 01  WH-0091-HOST-VARS.
012300     05  WH-0091-BUS-DT              PIC X(00010).
012400     05  WH-0091-CORR-DAYS           PIC S9(00004) COMP.
012500     05  WH-0091-AGE-DAYS            PIC S9(00007) COMP-3.
012600     05  WH-0091-DEADLINE-DT         PIC X(00010).
012700     05  WH-0091-LIST-CD             PIC X(00010).
012800     05  WH-0091-LIST-VAL            PIC X(00010).
012900     05  WH-0091-OPEN-CNT            PIC S9(00009) COMP.
013000     05  WH-0091-NO-CD-CNT           PIC S9(00009) COMP.
013100     05  WH-0091-PAST-CNT            PIC S9(00009) COMP.
013200     05  WH-0091-BASE-CNT            PIC S9(00009) COMP.
013300     EXEC SQL END DECLARE SECTION END-EXEC.
013400*    THE CORRECTION WINDOW AND THRESHOLDS IN FORCE ON THE
013500*    BUSINESS DATE.
013600     EXEC SQL
013700         DECLARE R0091PRM CURSOR FOR
013800         SELECT G_LIST_STRT_LMT, G_LIST_END_LMT
013900           FROM G_LIST_DTL_TB
014000          WHERE G_LIST_SUBSYS_CD   = 'C'
014100            AND G_LIST_NUM         = '7543'
014200            AND G_LIST_EFF_STRT_DT <= TO_DATE(:WH-0091-BUS-DT,
014300                                              'YYYY-MM-DD')
014400            AND G_LIST_EFF_END_DT  >= TO_DATE(:WH-0091-BUS-DT,
014500                                              'YYYY-MM-DD')
014600     END-EXEC.
014700*    ONE ROW PER ERROR CODE OF EVERY OPEN REJECTION, OLDEST FIRST
014800*    WITHIN THE CODE, WITH ITS CORRECTION DEADLINE.
014900     EXEC SQL
015000         DECLARE R0091ERR CURSOR FOR
015100         SELECT E.C_ENC_ERR_CD, P.C_TCN_NUM, P.B_SYS_ID,
015200                P.C_ENC_SVC_DT, P.C_ENC_DOC_TY_CD,
015300                P.C_ENC_SENT_CNT, P.C_ENC_FST_REJ_DT,
015400                P.C_ENC_PAID_AMT,
015500                TO_DATE(:WH-0091-BUS-DT, 'YYYY-MM-DD')
015600                - TO_DATE(P.C_ENC_FST_REJ_DT, 'YYYY-MM-DD'),
015700                TO_CHAR(TO_DATE(P.C_ENC_FST_REJ_DT, 'YYYY-MM-DD')
015800                        + :WH-0091-CORR-DAYS, 'YYYY-MM-DD')
015900           FROM C_ENC_ERR_TB E,
016000                C_ENC_SUBM_TB P
016100          WHERE P.C_TCN_NUM     = E.C_TCN_NUM
016200            AND P.C_ENC_STAT_CD = 'R'
016300          ORDER BY E.C_ENC_ERR_CD, P.C_ENC_FST_REJ_DT,
016400                   P.C_TCN_NUM
016500     END-EXEC.
016600*****************************************************************
016700*  REPORT LINE LAYOUTS                                         *
016800*****************************************************************
016900 01  RL-0091-HDG1.
017000     05  FILLER                      PIC X(00001) VALUE SPACE.
017100     05  FILLER                      PIC X(00050) VALUE
017200         'PDDR0091 - OPEN STATE ENCOUNTER REJECTS BY CODE'.
017300     05  FILLER                      PIC X(00016)
017400                                     VALUE 'BUSINESS DATE '.
017500     05  RL-0091-H-BUS-DT            PIC X(00010).
017600 01  RL-0091-HDG2.
017700     05  FILLER                      PIC X(00001) VALUE SPACE.
017800     05  FILLER                      PIC X(00040) VALUE
017900         'ERR TCN               MEMBER    SVC DATE'.
018000     05  FILLER                      PIC X(00040) VALUE
018100         '   DOC SENT 1ST REJECT  AGE      PAID AM'.
018200     05  FILLER                      PIC X(00040) VALUE
018300         'T DEADLINE   BUS DAYS LEFT'.
018400 01  RL-0091-DETAIL.
018500     05  FILLER                      PIC X(00001) VALUE SPACE.
018600     05  RL-0091-D-ERR-CD            PIC X(00003).
018700     05  FILLER                      PIC X(00001) VALUE SPACE.
018800     05  RL-0091-D-TCN               PIC 9(00017).
018900     05  FILLER                      PIC X(00001) VALUE SPACE.
019000     05  RL-0091-D-SYS-ID            PIC 9(00009).
019100     05  FILLER                      PIC X(00001) VALUE SPACE.
019200     05  RL-0091-D-SVC-DT            PIC X(00010).
019300     05  FILLER                      PIC X(00004) VALUE SPACES.
019400     05  RL-0091-D-DOC               PIC X(00001).
019500     05  FILLER                      PIC X(00002) VALUE SPACES.
019600     05  RL-0091-D-SENT-CNT          PIC ZZ9.
019700     05  FILLER                      PIC X(00001) VALUE SPACE.
019800     05  RL-0091-D-REJ-DT            PIC X(00010).
019900     05  FILLER                      PIC X(00001) VALUE SPACE.
020000     05  RL-0091-D-AGE               PIC ZZZ9.
020100     05  FILLER                      PIC X(00001) VALUE SPACE.
020200     05  RL-0091-D-PAID-AMT          PIC ZZZ,ZZZ,ZZ9.99-.
020300     05  FILLER                      PIC X(00001) VALUE SPACE.
020400     05  RL-0091-D-DEADLINE          PIC X(00010).
020500     05  FILLER                      PIC X(00001) VALUE SPACE.
020600     05  RL-0091-D-DAYS-LEFT         PIC ----9.
020700     05  RL-0091-D-DAYS-LEFT-X REDEFINES RL-0091-D-DAYS-LEFT
020800                                     PIC X(00005).
020900     05  FILLER                      PIC X(00002) VALUE SPACES.
021000     05  RL-0091-D-NOTE              PIC X(00020).
021100 01  RL-0091-TOTAL-LINE.
021200     05  FILLER                      PIC X(00001) VALUE SPACE.
021300     05  RL-0091-T-LABEL             PIC X(00018).
021400     05  RL-0091-T-CNT               PIC ZZZ,ZZ9.
021500     05  FILLER                      PIC X(00007) VALUE '  ENCS '.
021600     05  RL-0091-T-AMT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
021700     05  FILLER                      PIC X(00009) VALUE
021800         '   0-30: '.
021900     05  RL-0091-T-BKT1              PIC ZZZ,ZZ9.
022000     05  FILLER                      PIC X(00010) VALUE
022100         '  31-60: '.
022200     05  RL-0091-T-BKT2              PIC ZZZ,ZZ9.
022300     05  FILLER                      PIC X(00010) VALUE
022400         '  61-90: '.
022500     05  RL-0091-T-BKT3              PIC ZZZ,ZZ9.
022600     05  FILLER                      PIC X(00011) VALUE
022700         '  OVER 90: '.
022800     05  RL-0091-T-BKT4              PIC ZZZ,ZZ9.
022900 01  RL-0091-COUNT-LINE.
023000     05  FILLER                      PIC X(00001) VALUE SPACE.
023100     05  RL-0091-C-LABEL             PIC X(00040).
023200     05  RL-0091-C-CNT               PIC ZZZ,ZZZ,ZZ9.
023300     05  FILLER                      PIC X(00002) VALUE SPACES.
023400     05  RL-0091-C-NOTE              PIC X(00030).
023500 01  RL-0091-PCT-LINE.
023600     05  FILLER                      PIC X(00001) VALUE SPACE.
023700     05  RL-0091-P-LABEL             PIC X(00040).
023800     05  RL-0091-P-PCT               PIC ZZZZZZ9.99.
023900     05  FILLER                      PIC X(00003) VALUE ' % '.
024000     05  RL-0091-P-NOTE              PIC X(00030).
024100*****************************************************************
024200*  PROCEDURE DIVISION                                          *
024300*****************************************************************
024400 PROCEDURE DIVISION.
024500 0000-MAINLINE.
024600     PERFORM 1000-INITIALIZE
024700         THRU 1000-INITIALIZE-EXIT.
024800     PERFORM 2000-ONE-ERROR
024900         THRU 2000-ONE-ERROR-EXIT
025000         UNTIL WR-0091-EOF.
025100     PERFORM 8000-FINALIZE
025200         THRU 8000-FINALIZE-EXIT.
025300     GOBACK.
025400*****************************************************************
025500*    1000-INITIALIZE                                            *
025600*****************************************************************
025700 1000-INITIALIZE.
025800     MOVE 'PDDR0091'             TO WK-9004-PGM-ID.
025900     MOVE SPACES                 TO WK-9004-OVRD-DT.
026000     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
026100     IF WK-9004-NO-BUS-DT
026200         DISPLAY 'PDDR0091 - NO BUSINESS PROCESSING DATE'
026300         MOVE 16 TO RETURN-CODE
026400         GOBACK
026500     END-IF.
026600     OPEN OUTPUT RPT0091-FILE.
026700     MOVE WK-9004-BUS-DT         TO WH-0091-BUS-DT
026800                                    RL-0091-H-BUS-DT.
026900     PERFORM 1100-LOAD-PARMS
027000         THRU 1100-LOAD-PARMS-EXIT.
027100     MOVE WR-0091-CORR-DAYS      TO WH-0091-CORR-DAYS.
027200     INITIALIZE WR-0091-CD-TOTALS
027300                WR-0091-GR-TOTALS.
027400     WRITE RPT0091-REC FROM RL-0091-HDG1
027500         BEFORE ADVANCING TO-NEW-PAGE.
027600     WRITE RPT0091-REC FROM RL-0091-HDG2
027700         AFTER ADVANCING 2 LINES.
027800     EXEC SQL
027900         OPEN R0091ERR
028000     END-EXEC.
028100     IF SQLCODE NOT = 0
028200         GO TO 9999-SQL-ERROR
028300     END-IF.
028400 1000-INITIALIZE-EXIT.
028500     EXIT.
028600*****************************************************************
028700*    1100-LOAD-PARMS - LIST 7543 OVER THE DEFAULTS              *
028800*****************************************************************
028900 1100-LOAD-PARMS.
029000     EXEC SQL
029100         OPEN R0091PRM
029200     END-EXEC.
029300     IF SQLCODE NOT = 0
029400         GO TO 9999-SQL-ERROR
029500     END-IF.
029600     PERFORM 1110-ONE-PARM
029700         THRU 1110-ONE-PARM-EXIT
029800         UNTIL WR-0091-EOF.
029900     EXEC SQL
030000         CLOSE R0091PRM
030100     END-EXEC.
030200     MOVE 'N'                    TO WR-0091-EOF-SW.
030300     IF WR-0091-CORR-DAYS = ZERO
030400         DISPLAY 'PDDR0091 - LIST 7543 CDAY ZERO, 90 USED'
030500         MOVE 90                 TO WR-0091-CORR-DAYS
030600     END-IF.
030700 1100-LOAD-PARMS-EXIT.
030800     EXIT.
030900*****************************************************************
031000*    1110-ONE-PARM                                              *
031100*****************************************************************
031200 1110-ONE-PARM.
031300     EXEC SQL
031400         FETCH R0091PRM
031500         INTO :WH-0091-LIST-CD,
031600              :WH-0091-LIST-VAL
031700     END-EXEC.
031800     EVALUATE SQLCODE
031900       WHEN 0
032000         CONTINUE
032100       WHEN 100
032200         SET WR-0091-EOF         TO TRUE
032300         GO TO 1110-ONE-PARM-EXIT
032400       WHEN OTHER
032500         GO TO 9999-SQL-ERROR
032600     END-EVALUATE.
032700     MOVE WH-0091-LIST-VAL       TO WR-0091-LIST-VAL.
032800     IF WR-0091-VAL-TX NOT NUMERIC
032900         DISPLAY 'PDDR0091 - LIST 7543 ' WH-0091-LIST-CD
033000                 ' NOT NUMERIC, DEFAULT USED'
033100         GO TO 1110-ONE-PARM-EXIT
033200     END-IF.
033300     EVALUATE WH-0091-LIST-CD
033400       WHEN 'CDAY'
033500         MOVE WR-0091-VAL-NUM    TO WR-0091-CORR-DAYS
033600       WHEN 'NEAR'
033700         MOVE WR-0091-VAL-NUM    TO WR-0091-NEAR-DAYS
033800       WHEN 'PCNT'
033900         MOVE WR-0091-VAL-NUM    TO WR-0091-PEN-CNT
034000       WHEN 'PPCT'
034100         MOVE WR-0091-VAL-NUM    TO WR-0091-PEN-PCT
034200       WHEN OTHER
034300         DISPLAY 'PDDR0091 - LIST 7543 CODE NOT KNOWN: '
034400                 WH-0091-LIST-CD
034500     END-EVALUATE.
034600 1110-ONE-PARM-EXIT.
034700     EXIT.
034800*****************************************************************
034900*    2000-ONE-ERROR - ONE ERROR CODE OF ONE OPEN REJECTION,     *
035000*    WITH A TOTAL AT EACH CHANGE OF ERROR CODE                  *
035100*****************************************************************
035200 2000-ONE-ERROR.
035300     EXEC SQL
035400         FETCH R0091ERR
035500         INTO :CLENCETB-C-ENC-ERR-CD,
035600              :CLENCSTB-C-TCN-NUM,
035700              :CLENCSTB-B-SYS-ID,
035800              :CLENCSTB-C-ENC-SVC-DT,
035900              :CLENCSTB-C-ENC-DOC-TY-CD,
036000              :CLENCSTB-C-ENC-SENT-CNT,
036100              :CLENCSTB-C-ENC-FST-REJ-DT,
036200              :CLENCSTB-C-ENC-PAID-AMT,
036300              :WH-0091-AGE-DAYS,
036400              :WH-0091-DEADLINE-DT
036500     END-EXEC.
036600     EVALUATE SQLCODE
036700       WHEN 0
036800         CONTINUE
036900       WHEN 100
037000         SET WR-0091-EOF         TO TRUE
037100         GO TO 2000-ONE-ERROR-EXIT
037200       WHEN OTHER
037300         GO TO 9999-SQL-ERROR
037400     END-EVALUATE.
037500     IF NOT WR-0091-FIRST
037600        AND CLENCETB-C-ENC-ERR-CD NOT = WR-0091-PRV-ERR-CD
037700         PERFORM 3000-CODE-TOTAL
037800             THRU 3000-CODE-TOTAL-EXIT
037900     END-IF.
038000     MOVE 'N'                    TO WR-0091-FIRST-SW.
038100     MOVE CLENCETB-C-ENC-ERR-CD  TO WR-0091-PRV-ERR-CD.
038200     ADD 1                       TO WR-0091-ROW-CNT.
038300     MOVE SPACES                 TO RL-0091-DETAIL.
038400     MOVE CLENCETB-C-ENC-ERR-CD  TO RL-0091-D-ERR-CD.
038500     MOVE CLENCSTB-C-TCN-NUM     TO RL-0091-D-TCN.
038600     MOVE CLENCSTB-B-SYS-ID      TO RL-0091-D-SYS-ID.
038700     MOVE CLENCSTB-C-ENC-SVC-DT  TO RL-0091-D-SVC-DT.
038800     MOVE CLENCSTB-C-ENC-DOC-TY-CD TO RL-0091-D-DOC.
038900     MOVE CLENCSTB-C-ENC-SENT-CNT TO RL-0091-D-SENT-CNT.
039000     MOVE CLENCSTB-C-ENC-FST-REJ-DT TO RL-0091-D-REJ-DT.
039100     MOVE WH-0091-AGE-DAYS       TO RL-0091-D-AGE.
039200     MOVE CLENCSTB-C-ENC-PAID-AMT TO RL-0091-D-PAID-AMT.
039300     EVALUATE TRUE
039400       WHEN WH-0091-AGE-DAYS NOT > 30
039500         MOVE 1                  TO WR-0091-BKT-SUB
039600       WHEN WH-0091-AGE-DAYS NOT > 60
039700         MOVE 2                  TO WR-0091-BKT-SUB
039800       WHEN WH-0091-AGE-DAYS NOT > 90
039900         MOVE 3                  TO WR-0091-BKT-SUB
040000       WHEN OTHER
040100         MOVE 4                  TO WR-0091-BKT-SUB
040200     END-EVALUATE.
040300     ADD 1                       TO WR-0091-CD-CNT.
040400     ADD 1        TO WR-0091-CD-BKT (WR-0091-BKT-SUB).
040500     ADD CLENCSTB-C-ENC-PAID-AMT TO WR-0091-CD-AMT.
040600     PERFORM 2100-DEADLINE
040700         THRU 2100-DEADLINE-EXIT.
040800     WRITE RPT0091-REC FROM RL-0091-DETAIL
040900         AFTER ADVANCING 1 LINE.
041000 2000-ONE-ERROR-EXIT.
041100     EXIT.
041200*****************************************************************
041300*    2100-DEADLINE - BUSINESS DAYS FROM TODAY TO THE CORRECTION *
041400*    DEADLINE (NEGATIVE ONCE PASSED)                            *
041500*****************************************************************
041600 2100-DEADLINE.
041700     MOVE WH-0091-DEADLINE-DT    TO RL-0091-D-DEADLINE.
041800     SET WK-9005-COUNT-BUS-DAYS  TO TRUE.
041900     MOVE WK-9004-BUS-DT         TO WK-9005-FROM-DT.
042000     MOVE WH-0091-DEADLINE-DT    TO WK-9005-TO-DT.
042100     CALL 'PDDS9005' USING WK-9005-CALL-PARMS.
042200     IF NOT WK-9005-OK
042300         MOVE '  ?  '            TO RL-0091-D-DAYS-LEFT-X
042400         MOVE 'BAD REJECT DATE'  TO RL-0091-D-NOTE
042500         GO TO 2100-DEADLINE-EXIT
042600     END-IF.
042700     MOVE WK-9005-RESULT-CNT     TO RL-0091-D-DAYS-LEFT.
042800     IF WK-9005-RESULT-CNT < ZERO
042900         MOVE '** PAST DEADLINE'  TO RL-0091-D-NOTE
043000         ADD 1                   TO WR-0091-PAST-CNT
043100     ELSE
043200         IF WK-9005-RESULT-CNT NOT > WR-0091-NEAR-DAYS
043300             MOVE '** DEADLINE NEAR' TO RL-0091-D-NOTE
043400             ADD 1               TO WR-0091-NEAR-CNT
043500         END-IF
043600     END-IF.
043700 2100-DEADLINE-EXIT.
043800     EXIT.
043900*****************************************************************
044000*    3000-CODE-TOTAL - ONE ERROR CODE'S TOTAL LINE              *
044100*****************************************************************
044200 3000-CODE-TOTAL.
044300     MOVE SPACES                 TO RL-0091-T-LABEL.
044400     STRING 'ERROR CODE '        DELIMITED BY SIZE
044500            WR-0091-PRV-ERR-CD   DELIMITED BY SIZE
044600         INTO RL-0091-T-LABEL.
044700     MOVE WR-0091-CD-CNT         TO RL-0091-T-CNT.
044800     MOVE WR-0091-CD-AMT         TO RL-0091-T-AMT.
044900     MOVE WR-0091-CD-BKT (1)     TO RL-0091-T-BKT1.
045000     MOVE WR-0091-CD-BKT (2)     TO RL-0091-T-BKT2.
045100     MOVE WR-0091-CD-BKT (3)     TO RL-0091-T-BKT3.
045200     MOVE WR-0091-CD-BKT (4)     TO RL-0091-T-BKT4.
045300     WRITE RPT0091-REC FROM RL-0091-TOTAL-LINE
045400         AFTER ADVANCING 2 LINES.
045500     MOVE SPACES                 TO RPT0091-REC.
045600     WRITE RPT0091-REC
045700         AFTER ADVANCING 1 LINE.
045800     ADD WR-0091-CD-CNT          TO WR-0091-GR-CNT.
045900     ADD WR-0091-CD-AMT          TO WR-0091-GR-AMT.
046000     PERFORM 3100-ADD-BUCKET
046100         THRU 3100-ADD-BUCKET-EXIT
046200         VARYING WR-0091-BKT-SUB FROM 1 BY 1
046300         UNTIL WR-0091-BKT-SUB > 4.
046400     INITIALIZE WR-0091-CD-TOTALS.
046500 3000-CODE-TOTAL-EXIT.
046600     EXIT.
046700*****************************************************************
046800*    3100-ADD-BUCKET                                            *
046900*****************************************************************
047000 3100-ADD-BUCKET.
047100     ADD WR-0091-CD-BKT (WR-0091-BKT-SUB)
047200                         TO WR-0091-GR-BKT (WR-0091-BKT-SUB).
047300 3100-ADD-BUCKET-EXIT.
047400     EXIT.
047500*****************************************************************
047600*    8000-FINALIZE - LAST CODE, ALL CODES, OPEN ENCOUNTER       *
047700*    COUNTS AND THE PENALTY THRESHOLDS                          *
047800*****************************************************************
047900 8000-FINALIZE.
048000     EXEC SQL
048100         CLOSE R0091ERR
048200     END-EXEC.
048300     IF NOT WR-0091-FIRST
048400         PERFORM 3000-CODE-TOTAL
048500             THRU 3000-CODE-TOTAL-EXIT
048600     END-IF.
048700     MOVE 'ALL ERROR CODES'      TO RL-0091-T-LABEL.
048800     MOVE WR-0091-GR-CNT         TO RL-0091-T-CNT.
048900     MOVE WR-0091-GR-AMT         TO RL-0091-T-AMT.
049000     MOVE WR-0091-GR-BKT (1)     TO RL-0091-T-BKT1.
049100     MOVE WR-0091-GR-BKT (2)     TO RL-0091-T-BKT2.
049200     MOVE WR-0091-GR-BKT (3)     TO RL-0091-T-BKT3.
049300     MOVE WR-0091-GR-BKT (4)     TO RL-0091-T-BKT4.
049400     WRITE RPT0091-REC FROM RL-0091-TOTAL-LINE
049500         AFTER ADVANCING 2 LINES.
049600     PERFORM 8100-THRESHOLDS
049700         THRU 8100-THRESHOLDS-EXIT.
049800     IF WR-0091-PAST-CNT > ZERO
049900        OR WR-0091-PENALTY
050000         MOVE 4 TO RETURN-CODE
050100     END-IF.
050200     CLOSE RPT0091-FILE.
050300 8000-FINALIZE-EXIT.
050400     EXIT.
050500*****************************************************************
050600*    8100-THRESHOLDS - AN ENCOUNTER WITH SEVERAL ERROR CODES IS  *
050700*    LISTED UNDER EACH; THE PENALTY MEASURES COUNT DISTINCT      *
050800*    OPEN REJECTIONS.  THE REJECT RATE IS OVER THE ENCOUNTERS    *
050900*    THE STATE HAS ANSWERED AND STILL STANDING (A OR R).         *
051000*****************************************************************
051100 8100-THRESHOLDS.
051200     EXEC SQL
051300         SELECT NVL(SUM(CASE WHEN C_ENC_STAT_CD = 'R'
051400                             THEN 1 ELSE 0 END), 0),
051500                NVL(SUM(CASE WHEN C_ENC_STAT_CD = 'R'
051600                              AND C_ENC_ERR_CNT = 0
051700                             THEN 1 ELSE 0 END), 0),
051800                NVL(SUM(CASE WHEN C_ENC_STAT_CD = 'R'
051900                              AND TO_DATE(C_ENC_FST_REJ_DT,
052000                                          'YYYY-MM-DD')
052100                                  + :WH-0091-CORR-DAYS
052200                                  < TO_DATE(:WH-0091-BUS-DT,
052300                                            'YYYY-MM-DD')
052400                             THEN 1 ELSE 0 END), 0),
052500                COUNT(*)
052600           INTO :WH-0091-OPEN-CNT,
052700                :WH-0091-NO-CD-CNT,
052800                :WH-0091-PAST-CNT,
052900                :WH-0091-BASE-CNT
053000           FROM C_ENC_SUBM_TB
053100          WHERE C_ENC_STAT_CD IN ('A', 'R')
053200     END-EXEC.
053300     IF SQLCODE NOT = 0
053400         GO TO 9999-SQL-ERROR
053500     END-IF.
053600     MOVE WH-0091-OPEN-CNT       TO WR-0091-OPEN-CNT.
053700     MOVE WH-0091-NO-CD-CNT      TO WR-0091-NO-CD-CNT.
053800     MOVE WH-0091-PAST-CNT       TO WR-0091-PAST-ENC-CNT.
053900     MOVE WH-0091-BASE-CNT       TO WR-0091-BASE-CNT.
054000     MOVE ZERO                   TO WR-0091-REJ-PCT.
054100     IF WR-0091-BASE-CNT > ZERO
054200         COMPUTE WR-0091-REJ-PCT ROUNDED =
054300             WR-0091-OPEN-CNT * 100 / WR-0091-BASE-CNT
054400     END-IF.
054500     MOVE SPACES                 TO RL-0091-COUNT-LINE.
054600     MOVE 'OPEN REJECTED ENCOUNTERS' TO RL-0091-C-LABEL.
054700     MOVE WR-0091-OPEN-CNT       TO RL-0091-C-CNT.
054800     WRITE RPT0091-REC FROM RL-0091-COUNT-LINE
054900         AFTER ADVANCING 3 LINES.
055000     MOVE 'REJECTED WITH NO ERROR CODE (NOT LISTED)'
055100                                 TO RL-0091-C-LABEL.
055200     MOVE WR-0091-NO-CD-CNT      TO RL-0091-C-CNT.
055300     WRITE RPT0091-REC FROM RL-0091-COUNT-LINE
055400         AFTER ADVANCING 1 LINE.
055500     MOVE 'ERROR LINES WITHIN THE WARNING DAYS'
055600                                 TO RL-0091-C-LABEL.
055700     MOVE WR-0091-NEAR-CNT       TO RL-0091-C-CNT.
055800     WRITE RPT0091-REC FROM RL-0091-COUNT-LINE
055900         AFTER ADVANCING 1 LINE.
056000     MOVE 'ERROR LINES PAST DEADLINE' TO RL-0091-C-LABEL.
056100     MOVE WR-0091-PAST-CNT       TO RL-0091-C-CNT.
056200     WRITE RPT0091-REC FROM RL-0091-COUNT-LINE
056300         AFTER ADVANCING 1 LINE.
056400     MOVE 'ENCOUNTERS PAST DEADLINE' TO RL-0091-C-LABEL.
056500     MOVE WR-0091-PAST-ENC-CNT   TO RL-0091-C-CNT.
056600     IF WR-0091-PAST-ENC-CNT NOT < WR-0091-PEN-CNT
056700         MOVE '** PENALTY THRESHOLD REACHED' TO RL-0091-C-NOTE
056800         SET WR-0091-PENALTY     TO TRUE
056900     END-IF.
057000     WRITE RPT0091-REC FROM RL-0091-COUNT-LINE
057100         AFTER ADVANCING 1 LINE.
057200     MOVE SPACES                 TO RL-0091-C-NOTE.
057300     MOVE 'ENCOUNTERS ACCEPTED OR REJECTED' TO RL-0091-C-LABEL.
057400     MOVE WR-0091-BASE-CNT       TO RL-0091-C-CNT.
057500     WRITE RPT0091-REC FROM RL-0091-COUNT-LINE
057600         AFTER ADVANCING 1 LINE.
057700     MOVE SPACES                 TO RL-0091-P-NOTE.
057800     MOVE 'OPEN REJECT RATE'     TO RL-0091-P-LABEL.
057900     MOVE WR-0091-REJ-PCT        TO RL-0091-P-PCT.
058000     IF WR-0091-REJ-PCT > WR-0091-PEN-PCT
058100         MOVE '** PENALTY THRESHOLD REACHED' TO RL-0091-P-NOTE
058200         SET WR-0091-PENALTY     TO TRUE
058300     END-IF.
058400     WRITE RPT0091-REC FROM RL-0091-PCT-LINE
058500         AFTER ADVANCING 1 LINE.
058600 8100-THRESHOLDS-EXIT.
058700     EXIT.
058800*****************************************************************
058900*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
059000*****************************************************************
059100 9999-SQL-ERROR.
059200     DISPLAY 'PDDR0091 - SQL ERROR ON C_ENC_ERR_TB'.
059300     DISPLAY 'SQLCODE = ' SQLCODE.
059400     MOVE 16 TO RETURN-CODE.
059500     CLOSE RPT0091-FILE.
059600     GOBACK.
