000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0074.
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
001300*  10/15/26  ACS   NEW PROGRAM.  OPEN PART D PDE ERRORS BY     *
001400*                  CMS ERROR CODE WITH AGE.  EVERY REJECTED    *
001500*                  PDE ON C_PDE_SUBM_TB IS LISTED UNDER EACH   *
001600*                  OF ITS ERROR CODES (C_PDE_ERR_TB) WITH THE  *
001700*                  DAYS SINCE IT WAS FIRST REJECTED AND THE    *
001800*                  BUSINESS DAYS LEFT BEFORE THE CMS FINAL     *
001900*                  SUBMISSION DEADLINE FOR ITS BENEFIT YEAR    *
002000*                  (LIST 7536: START LIMIT = CCYY, END LIMIT = *
002100*                  DEADLINE CCYY-MM-DD).  EACH ERROR CODE IS   *
002200*                  TOTALLED WITH 0-30/31-60/61-90/OVER-90 DAY  *
002300*                  AGE BUCKETS SO THE ERROR TEAM CAN WORK THEM *
002400*                  OFF.  A PDE PAST ITS DEADLINE ENDS THE STEP *
002500*                  RC 4.                                       *
002600*                                                              *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RPT0074-FILE ASSIGN TO RPT0074
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700*****************************************************************
003800*  DATA DIVISION                                                *
003900*****************************************************************
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  RPT0074-FILE
004300     RECORDING MODE IS F.
004400 01  RPT0074-REC                     PIC X(00133).
004500*****************************************************************
004600*  WORKING-STORAGE SECTION                                     *
004700*****************************************************************
004800 WORKING-STORAGE SECTION.
004900 77  WR-0074-EOF-SW                  PIC X(00001) VALUE 'N'.
005000     88  WR-0074-EOF                 VALUE 'Y'.
005100 77  WR-0074-FIRST-SW                PIC X(00001) VALUE 'Y'.
005200     88  WR-0074-FIRST               VALUE 'Y'.
005300 77  WR-0074-ROW-CNT                 PIC S9(00009) COMP-3
005400                                     VALUE ZERO.
005500 77  WR-0074-PAST-CNT                PIC S9(00009) COMP-3
005600                                     VALUE ZERO.
005700 77  WR-0074-NEAR-CNT                PIC S9(00009) COMP-3
005800                                     VALUE ZERO.
005900 77  WR-0074-OPEN-CNT                PIC S9(00009) COMP-3
006000                                     VALUE ZERO.
006100 77  WR-0074-NO-CD-CNT               PIC S9(00009) COMP-3
006200                                     VALUE ZERO.
006300 77  WR-0074-BKT-SUB                 PIC S9(00004) COMP
006400                                     VALUE ZERO.
006500*    A DEADLINE THIS MANY BUSINESS DAYS AWAY OR LESS IS FLAGGED.
006600 77  WR-0074-NEAR-DAYS               PIC S9(00005) COMP-3
006700                                     VALUE +10.
006800 01  WR-0074-PRV-ERR-CD              PIC X(00003) VALUE SPACES.
006900*    PER ERROR CODE - PDES, DOLLARS AND AGE BUCKETS 0-30, 31-60,
007000*    61-90, OVER 90 DAYS.
007100 01  WR-0074-CD-TOTALS.
007200     05  WR-0074-CD-CNT              PIC S9(00009) COMP-3.
007300     05  WR-0074-CD-AMT              PIC S9(00011)V9(00002)
007400                                     COMP-3.
007500     05  WR-0074-CD-BKT              PIC S9(00009) COMP-3
007600                                     OCCURS 4.
007700 01  WR-0074-GR-TOTALS.
007800     05  WR-0074-GR-CNT              PIC S9(00009) COMP-3.
007900     05  WR-0074-GR-AMT              PIC S9(00011)V9(00002)
008000                                     COMP-3.
008100     05  WR-0074-GR-BKT              PIC S9(00009) COMP-3
008200                                     OCCURS 4.
008300*    BUSINESS-DAY ROUTINE - SHARED PDDS9005.
008400     COPY WKC90050.
008500*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
008600     COPY WKC90040.
008700*****************************************************************
008800*  EXEC SQL - SQLCA, HOST VARIABLES AND THE ERROR CURSOR        *
008900*****************************************************************
009000     EXEC SQL INCLUDE SQLCA END-EXEC.
009100     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
009200     COPY CLPDESTB.
009300     COPY CLPDEETB.
009400 01  WH-0074-HOST-VARS.
009500     05  WH-0074-BUS-DT              PIC X(00010).
009600     05  WH-0074-AGE-DAYS            PIC S9(00007) COMP-3.
009700     05  WH-0074-DEADLINE-DT         PIC X(00010).
009800     EXEC SQL END DECLARE SECTION END-EXEC.
009900*    ONE ROW PER ERROR CODE OF EVERY OPEN REJECTION, OLDEST FIRST
010000*    WITHIN THE CODE, WITH THE BENEFIT YEAR'S DEADLINE.
010100     EXEC SQL
010200         DECLARE R0074ERR CURSOR FOR
010300         SELECT E.C_PDE_ERR_CD, P.C_TCN_NUM, P.B_SYS_ID,
010400                P.C_PDE_SVC_DT, P.C_PDE_ACTN_CD,
010500                P.C_PDE_SENT_CNT, P.C_PDE_FST_REJ_DT,
010600                P.C_PDE_PAID_AMT,
010700                TO_DATE(:WH-0074-BUS-DT, 'YYYY-MM-DD')
010800                - TO_DATE(P.C_PDE_FST_REJ_DT, 'YYYY-MM-DD'),
010900                NVL((SELECT L.G_LIST_END_LMT
011000                       FROM G_LIST_DTL_TB L
011100                      WHERE L.G_LIST_SUBSYS_CD   = 'C'
011200                        AND L.G_LIST_NUM         = '7536'
011300                        AND L.G_LIST_STRT_LMT    =
011400                            SUBSTR(P.C_PDE_SVC_DT, 1, 4)
011500                        AND L.G_LIST_EFF_STRT_DT <=
011600                            TO_DATE(:WH-0074-BUS-DT,'YYYY-MM-DD')
011700                        AND L.G_LIST_EFF_END_DT  >=
011800                            TO_DATE(:WH-0074-BUS-DT,'YYYY-MM-DD')
011900                        AND ROWNUM = 1), ' ')
012000           FROM C_PDE_ERR_TB E,
012100                C_PDE_SUBM_TB P
012200          WHERE P.C_TCN_NUM     = E.C_TCN_NUM
012300            AND P.C_PDE_STAT_CD = 'R'
012400          ORDER BY E.C_PDE_ERR_CD, P.C_PDE_FST_REJ_DT,
012500                   P.C_TCN_NUM
012600     END-EXEC.
012700*****************************************************************
012800*  REPORT LINE LAYOUTS                                         *
012900*****************************************************************
013000 01  RL-0074-HDG1.
013100     05  FILLER                      PIC X(00001) VALUE SPACE.
013200     05  FILLER                      PIC X(00050) VALUE
013300         'PDDR0074 - OPEN PART D PDE ERRORS BY ERROR CODE'.
013400     05  FILLER                      PIC X(00016)
013500                                     VALUE 'BUSINESS DATE '.
013600     05  RL-0074-H-BUS-DT            PIC X(00010).
013700 01  RL-0074-HDG2.
013800     05  FILLER                      PIC X(00001) VALUE SPACE.
013900     05  FILLER                      PIC X(00040) VALUE
014000         'ERR TCN               MEMBER    SVC DATE'.
014100     05  FILLER                      PIC X(00040) VALUE
014200         '   ACT SENT 1ST REJECT  AGE      PAID AM'.
014300     05  FILLER                      PIC X(00040) VALUE
014400         'T DEADLINE   BUS DAYS LEFT'.
014500 01  RL-0074-DETAIL.
014600     05  FILLER                      PIC X(00001) VALUE SPACE.
014700     05  RL-0074-D-ERR-CD            PIC X(00003).
014800     05  FILLER                      PIC X(00001) VALUE SPACE.
014900     05  RL-0074-D-TCN               PIC 9(00017).
015000     05  FILLER                      PIC X(00001) VALUE SPACE.
015100     05  RL-0074-D-SYS-ID            PIC 9(00009).
015200     05  FILLER                      PIC X(00001) VALUE SPACE.
015300     05  RL-0074-D-SVC-DT            PIC X(00010).
015400     05  FILLER                      PIC X(00004) VALUE SPACES.
015500     05  RL-0074-D-ACT               PIC X(00001).
015600     05  FILLER                      PIC X(00002) VALUE SPACES.
015700     05  RL-0074-D-SENT-CNT          PIC ZZ9.
015800     05  FILLER                      PIC X(00001) VALUE SPACE.
015900     05  RL-0074-D-REJ-DT            PIC X(00010).
016000     05  FILLER                      PIC X(00001) VALUE SPACE.
016100     05  RL-0074-D-AGE               PIC ZZZ9.
016200     05  FILLER                      PIC X(00001) VALUE SPACE.
016300     05  RL-0074-D-PAID-AMT          PIC ZZZ,ZZZ,ZZ9.99-.
016400     05  FILLER                      PIC X(00001) VALUE SPACE.
016500     05  RL-0074-D-DEADLINE          PIC X(00010).
016600     05  FILLER                      PIC X(00001) VALUE SPACE.
016700     05  RL-0074-D-DAYS-LEFT         PIC ----9.
016800     05  RL-0074-D-DAYS-LEFT-X REDEFINES RL-0074-D-DAYS-LEFT
016900                                     PIC X(00005).
017000     05  FILLER                      PIC X(00002) VALUE SPACES.
017100     05  RL-0074-D-NOTE              PIC X(00020).
017200 01  RL-0074-TOTAL-LINE.
017300     05  FILLER                      PIC X(00001) VALUE SPACE.
017400     05  RL-0074-T-LABEL             PIC X(00018).
017500     05  RL-0074-T-CNT               PIC ZZZ,ZZ9.
017600     05  FILLER                      PIC X(00007) VALUE '  PDES '.
017700     05  RL-0074-T-AMT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
017800     05  FILLER                      PIC X(00009) VALUE
017900         '   0-30: '.
018000     05  RL-0074-T-BKT1              PIC ZZZ,ZZ9.
018100     05  FILLER                      PIC X(00010) VALUE
018200         '  31-60: '.
018300     05  RL-0074-T-BKT2              PIC ZZZ,ZZ9.
018400     05  FILLER                      PIC X(00010) VALUE
018500         '  61-90: '.
018600     05  RL-0074-T-BKT3              PIC ZZZ,ZZ9.
018700     05  FILLER                      PIC X(00011) VALUE
018800         '  OVER 90: '.
018900     05  RL-0074-T-BKT4              PIC ZZZ,ZZ9.
019000 01  RL-0074-COUNT-LINE.
019100     05  FILLER                      PIC X(00001) VALUE SPACE.
019200     05  RL-0074-C-LABEL             PIC X(00040).
019300     05  RL-0074-C-CNT               PIC ZZZ,ZZZ,ZZ9.
019400*****************************************************************
019500*  PROCEDURE DIVISION                                          *
019600*****************************************************************
019700 PROCEDURE DIVISION.
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE
020000         THRU 1000-INITIALIZE-EXIT.
020100     PERFORM 2000-ONE-ERROR
020200         THRU 2000-ONE-ERROR-EXIT
020300         UNTIL WR-0074-EOF.
020400     PERFORM 8000-FINALIZE
020500         THRU 8000-FINALIZE-EXIT.
020600     GOBACK.
020700*****************************************************************
020800*    1000-INITIALIZE                                            *
020900*****************************************************************
021000 1000-INITIALIZE.
021100     MOVE 'PDDR0074'             TO WK-9004-PGM-ID.
021200     MOVE SPACES                 TO WK-9004-OVRD-DT.
021300     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
021400     IF WK-9004-NO-BUS-DT
021500         DISPLAY 'PDDR0074 - NO BUSINESS PROCESSING DATE'
021600         MOVE 16 TO RETURN-CODE
021700         GOBACK
021800     END-IF.
021900     OPEN OUTPUT RPT0074-FILE.
022000     MOVE WK-9004-BUS-DT         TO WH-0074-BUS-DT
022100                                    RL-0074-H-BUS-DT.
022200     INITIALIZE WR-0074-CD-TOTALS
022300                WR-0074-GR-TOTALS.
022400     WRITE RPT0074-REC FROM RL-0074-HDG1
022500         BEFORE ADVANCING TO-NEW-PAGE.
022600     WRITE RPT0074-REC FROM RL-0074-HDG2
022700         AFTER ADVANCING 2 LINES.
022800     EXEC SQL
022900         OPEN R0074ERR
023000     END-EXEC.
023100     IF SQLCODE NOT = 0
023200         GO TO 9999-SQL-ERROR
023300     END-IF.
023400 1000-INITIALIZE-EXIT.
023500     EXIT.
023600*****************************************************************
023700*    2000-ONE-ERROR - ONE ERROR CODE OF ONE OPEN REJECTION,     *
023800*    WITH A TOTAL AT EACH CHANGE OF ERROR CODE                  *
023900*****************************************************************
024000 2000-ONE-ERROR.
024100     EXEC SQL
024200         FETCH R0074ERR
024300         INTO :CLPDEETB-C-PDE-ERR-CD,
024400              :CLPDESTB-C-TCN-NUM,
024500              :CLPDESTB-B-SYS-ID,
024600              :CLPDESTB-C-PDE-SVC-DT,
024700              :CLPDESTB-C-PDE-ACTN-CD,
024800              :CLPDESTB-C-PDE-SENT-CNT,
024900              :CLPDESTB-C-PDE-FST-REJ-DT,
025000              :CLPDESTB-C-PDE-PAID-AMT,
025100              :WH-0074-AGE-DAYS,
025200              :WH-0074-DEADLINE-DT
025300     END-EXEC.
025400     EVALUATE SQLCODE
025500       WHEN 0
025600         CONTINUE
025700       WHEN 100
025800         SET WR-0074-EOF         TO TRUE
025900         GO TO 2000-ONE-ERROR-EXIT
026000       WHEN OTHER
026100         GO TO 9999-SQL-ERROR
026200     END-EVALUATE.
026300     IF NOT WR-0074-FIRST
026400        AND CLPDEETB-C-PDE-ERR-CD NOT = WR-0074-PRV-ERR-CD
026500         PERFORM 3000-CODE-TOTAL
026600             THRU 3000-CODE-TOTAL-EXIT
026700     END-IF.
026800     MOVE 'N'                    TO WR-0074-FIRST-SW.
026900     MOVE CLPDEETB-C-PDE-ERR-CD  TO WR-0074-PRV-ERR-CD.
027000     ADD 1                       TO WR-0074-ROW-CNT.
027100     MOVE SPACES                 TO RL-0074-DETAIL.
027200     MOVE CLPDEETB-C-PDE-ERR-CD  TO RL-0074-D-ERR-CD.
027300     MOVE CLPDESTB-C-TCN-NUM     TO RL-0074-D-TCN.
027400     MOVE CLPDESTB-B-SYS-ID      TO RL-0074-D-SYS-ID.
027500     MOVE CLPDESTB-C-PDE-SVC-DT  TO RL-0074-D-SVC-DT.
027600     MOVE CLPDESTB-C-PDE-ACTN-CD TO RL-0074-D-ACT.
027700     MOVE CLPDESTB-C-PDE-SENT-CNT TO RL-0074-D-SENT-CNT.
027800     MOVE CLPDESTB-C-PDE-FST-REJ-DT TO RL-0074-D-REJ-DT.
027900     MOVE WH-0074-AGE-DAYS       TO RL-0074-D-AGE.
028000     MOVE CLPDESTB-C-PDE-PAID-AMT TO RL-0074-D-PAID-AMT.
028100     EVALUATE TRUE
028200       WHEN WH-0074-AGE-DAYS NOT > 30
028300         MOVE 1                  TO WR-0074-BKT-SUB
028400       WHEN WH-0074-AGE-DAYS NOT > 60
028500         MOVE 2                  TO WR-0074-BKT-SUB
028600       WHEN WH-0074-AGE-DAYS NOT > 90
028700         MOVE 3                  TO WR-0074-BKT-SUB
028800       WHEN OTHER
028900         MOVE 4                  TO WR-0074-BKT-SUB
029000     END-EVALUATE.
029100     ADD 1                       TO WR-0074-CD-CNT.
029200     ADD 1        TO WR-0074-CD-BKT (WR-0074-BKT-SUB).
029300     ADD CLPDESTB-C-PDE-PAID-AMT TO WR-0074-CD-AMT.
029400     PERFORM 2100-DEADLINE
029500         THRU 2100-DEADLINE-EXIT.
029600     WRITE RPT0074-REC FROM RL-0074-DETAIL
029700         AFTER ADVANCING 1 LINE.
029800 2000-ONE-ERROR-EXIT.
029900     EXIT.
030000*****************************************************************
030100*    2100-DEADLINE - BUSINESS DAYS FROM TODAY TO THE BENEFIT    *
030200*    YEAR'S FINAL SUBMISSION DEADLINE (NEGATIVE ONCE PASSED)    *
030300*****************************************************************
030400 2100-DEADLINE.
030500     IF WH-0074-DEADLINE-DT = SPACES
030600         MOVE 'NO DEADLINE ON 7536' TO RL-0074-D-NOTE
030700         GO TO 2100-DEADLINE-EXIT
030800     END-IF.
030900     MOVE WH-0074-DEADLINE-DT    TO RL-0074-D-DEADLINE.
031000     SET WK-9005-COUNT-BUS-DAYS  TO TRUE.
031100     MOVE WK-9004-BUS-DT         TO WK-9005-FROM-DT.
031200     MOVE WH-0074-DEADLINE-DT    TO WK-9005-TO-DT.
031300     CALL 'PDDS9005' USING WK-9005-CALL-PARMS.
031400     IF NOT WK-9005-OK
031500         MOVE '  ?  '            TO RL-0074-D-DAYS-LEFT-X
031600         MOVE 'BAD DEADLINE ON 7536' TO RL-0074-D-NOTE
031700         GO TO 2100-DEADLINE-EXIT
031800     END-IF.
031900     MOVE WK-9005-RESULT-CNT     TO RL-0074-D-DAYS-LEFT.
032000     IF WK-9005-RESULT-CNT < ZERO
032100         MOVE '** PAST DEADLINE'  TO RL-0074-D-NOTE
032200         ADD 1                   TO WR-0074-PAST-CNT
032300     ELSE
032400         IF WK-9005-RESULT-CNT NOT > WR-0074-NEAR-DAYS
032500             MOVE '** DEADLINE NEAR' TO RL-0074-D-NOTE
032600             ADD 1               TO WR-0074-NEAR-CNT
032700         END-IF
032800     END-IF.
032900 2100-DEADLINE-EXIT.
033000     EXIT.
033100*****************************************************************
033200*    3000-CODE-TOTAL - ONE ERROR CODE'S TOTAL LINE              *
033300*****************************************************************
033400 3000-CODE-TOTAL.
033500     MOVE SPACES                 TO RL-0074-T-LABEL.
033600     STRING 'ERROR CODE '        DELIMITED BY SIZE
033700            WR-0074-PRV-ERR-CD   DELIMITED BY SIZE
033800         INTO RL-0074-T-LABEL.
033900     MOVE WR-0074-CD-CNT         TO RL-0074-T-CNT.
034000     MOVE WR-0074-CD-AMT         TO RL-0074-T-AMT.
034100     MOVE WR-0074-CD-BKT (1)     TO RL-0074-T-BKT1.
034200     MOVE WR-0074-CD-BKT (2)     TO RL-0074-T-BKT2.
034300     MOVE WR-0074-CD-BKT (3)     TO RL-0074-T-BKT3.
034400     MOVE WR-0074-CD-BKT (4)     TO RL-0074-T-BKT4.
034500     WRITE RPT0074-REC FROM RL-0074-TOTAL-LINE
034600         AFTER ADVANCING 2 LINES.
034700     MOVE SPACES                 TO RPT0074-REC.
034800     WRITE RPT0074-REC
034900         AFTER ADVANCING 1 LINE.
035000     ADD WR-0074-CD-CNT          TO WR-0074-GR-CNT.
035100     ADD WR-0074-CD-AMT          TO WR-0074-GR-AMT.
035200     PERFORM 3100-ADD-BUCKET
035300         THRU 3100-ADD-BUCKET-EXIT
035400         VARYING WR-0074-BKT-SUB FROM 1 BY 1
035500         UNTIL WR-0074-BKT-SUB > 4.
035600     INITIALIZE WR-0074-CD-TOTALS.
035700 3000-CODE-TOTAL-EXIT.
035800     EXIT.
035900*****************************************************************
036000*    3100-ADD-BUCKET                                            *
036100*****************************************************************
036200 3100-ADD-BUCKET.
036300     ADD WR-0074-CD-BKT (WR-0074-BKT-SUB)
036400                         TO WR-0074-GR-BKT (WR-0074-BKT-SUB).
036500 3100-ADD-BUCKET-EXIT.
036600     EXIT.
036700*****************************************************************
036800*    8000-FINALIZE - LAST CODE, ALL CODES, OPEN PDE COUNTS      *
036900*****************************************************************
037000 8000-FINALIZE.
037100     EXEC SQL
037200         CLOSE R0074ERR
037300     END-EXEC.
037400     IF NOT WR-0074-FIRST
037500         PERFORM 3000-CODE-TOTAL
037600             THRU 3000-CODE-TOTAL-EXIT
037700     END-IF.
037800     MOVE 'ALL ERROR CODES'      TO RL-0074-T-LABEL.
037900     MOVE WR-0074-GR-CNT         TO RL-0074-T-CNT.
038000     MOVE WR-0074-GR-AMT         TO RL-0074-T-AMT.
038100     MOVE WR-0074-GR-BKT (1)     TO RL-0074-T-BKT1.
038200     MOVE WR-0074-GR-BKT (2)     TO RL-0074-T-BKT2.
038300     MOVE WR-0074-GR-BKT (3)     TO RL-0074-T-BKT3.
038400     MOVE WR-0074-GR-BKT (4)     TO RL-0074-T-BKT4.
038500     WRITE RPT0074-REC FROM RL-0074-TOTAL-LINE
038600         AFTER ADVANCING 2 LINES.
038700*    A PDE WITH SEVERAL ERROR CODES IS LISTED UNDER EACH; THESE
038800*    ARE THE DISTINCT OPEN REJECTIONS.
038900     EXEC SQL
039000         SELECT COUNT(*),
039100                NVL(SUM(CASE WHEN C_PDE_ERR_CNT = 0
039200                             THEN 1 ELSE 0 END), 0)
039300           INTO :WR-0074-OPEN-CNT,
039400                :WR-0074-NO-CD-CNT
039500           FROM C_PDE_SUBM_TB
039600          WHERE C_PDE_STAT_CD = 'R'
039700     END-EXEC.
039800     IF SQLCODE NOT = 0
039900         GO TO 9999-SQL-ERROR
040000     END-IF.
040100     MOVE 'OPEN REJECTED PDES'   TO RL-0074-C-LABEL.
040200     MOVE WR-0074-OPEN-CNT       TO RL-0074-C-CNT.
040300     WRITE RPT0074-REC FROM RL-0074-COUNT-LINE
040400         AFTER ADVANCING 3 LINES.
040500     MOVE 'REJECTED WITH NO ERROR CODE (NOT LISTED)'
040600                                 TO RL-0074-C-LABEL.
040700     MOVE WR-0074-NO-CD-CNT      TO RL-0074-C-CNT.
040800     WRITE RPT0074-REC FROM RL-0074-COUNT-LINE
040900         AFTER ADVANCING 1 LINE.
041000     MOVE 'ERROR LINES PAST DEADLINE' TO RL-0074-C-LABEL.
041100     MOVE WR-0074-PAST-CNT       TO RL-0074-C-CNT.
041200     WRITE RPT0074-REC FROM RL-0074-COUNT-LINE
041300         AFTER ADVANCING 1 LINE.
041400     MOVE 'ERROR LINES WITHIN 10 BUSINESS DAYS'
041500                                 TO RL-0074-C-LABEL.
041600     MOVE WR-0074-NEAR-CNT       TO RL-0074-C-CNT.
041700     WRITE RPT0074-REC FROM RL-0074-COUNT-LINE
041800         AFTER ADVANCING 1 LINE.
041900     IF WR-0074-PAST-CNT > ZERO
042000         MOVE 4 TO RETURN-CODE
042100     END-IF.
042200     CLOSE RPT0074-FILE.
042300 8000-FINALIZE-EXIT.
042400     EXIT.
042500*****************************************************************
042600*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
042700*****************************************************************
042800 9999-SQL-ERROR.
042900     DISPLAY 'PDDR0074 - SQL ERROR ON C_PDE_ERR_TB'.
043000     DISPLAY 'SQLCODE = ' SQLCODE.
043100     MOVE 16 TO RETURN-CODE.
043200     CLOSE RPT0074-FILE.
043300     GOBACK.
