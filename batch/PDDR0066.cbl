000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0066.
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
001300*  10/15/26  ACS   NEW PROGRAM.  DAILY PAPER CLAIM KEYING      *
001400*                  PRODUCTIVITY AND ERROR REPORT OFF THE       *
001500*                  C_PAPER_KEY_LOG_TB ROWS THE PAPER CLAIM     *
001600*                  ENTRY SCREEN (PDDM7589) WRITES.  ONE LINE   *
001700*                  PER OPERATOR FOR THE RUN DATE: CLAIMS       *
001800*                  SUBMITTED, ACCEPTED, DENIED, TURNED BACK BY *
001900*                  A KEYING EDIT, MODULE ERRORS, EXCEPTIONS    *
002000*                  POSTED, THE KEYING ERROR RATE AND THE FIRST *
002100*                  AND LAST KEY TIMES; THEN EVERY KEYING ERROR *
002200*                  AND MODULE ERROR IN DETAIL SO SUPERVISORS   *
002300*                  CAN COACH TO THEM.                          *
002310*  10/15/26  ACS   A CLAIM HELD FOR CLINICAL REVIEW (RESULT H)  *
002320*                  WAS KEYED CLEANLY AND ADJUDICATED; IT NOW    *
002330*                  COUNTS AS ACCEPTED.                          *
002344*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE *
002358*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004       *
002372*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A    *
002386*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.      *
002400*                                                              *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RPT0066-FILE ASSIGN TO RPT0066
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500*****************************************************************
003600*  DATA DIVISION                                                *
003700*****************************************************************
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  RPT0066-FILE
004100     RECORDING MODE IS F.
004200 01  RPT0066-REC                     PIC X(00133).
004300*****************************************************************
004400*  WORKING-STORAGE SECTION                                     *
004500*****************************************************************
004600 WORKING-STORAGE SECTION.
004700 77  WR-0066-EOF-SW                  PIC X(00001) VALUE 'N'.
004800     88  WR-0066-EOF                 VALUE 'Y'.
004900 77  WR-0066-OPER-CNT                PIC S9(00009) COMP-3
005000                                     VALUE ZERO.
005100 77  WR-0066-TOT-KEYED               PIC S9(00009) COMP-3
005200                                     VALUE ZERO.
005300 77  WR-0066-TOT-ACC                 PIC S9(00009) COMP-3
005400                                     VALUE ZERO.
005500 77  WR-0066-TOT-DEN                 PIC S9(00009) COMP-3
005600                                     VALUE ZERO.
005700 77  WR-0066-TOT-EDIT                PIC S9(00009) COMP-3
005800                                     VALUE ZERO.
005900 77  WR-0066-TOT-MDUL                PIC S9(00009) COMP-3
006000                                     VALUE ZERO.
006100 77  WR-0066-TOT-EXC                 PIC S9(00009) COMP-3
006200                                     VALUE ZERO.
006300 77  WR-0066-ERR-CNT                 PIC S9(00009) COMP-3
006400                                     VALUE ZERO.
006500 77  WR-0066-ERR-PCT                 PIC S9(00003)V9(00001)
006600                                     COMP-3 VALUE ZERO.
006700 01  WH-0066-RUN-DT.
006800     05  WH-0066-RUN-DT-YYYYMMDD     PIC X(00008).
006833*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
006866     COPY WKC90040.
006900*****************************************************************
007000*  EXEC SQL - SQLCA, HOST VARIABLES AND THE TWO CURSORS: THE    *
007100*  PER-OPERATOR SUMMARY AND THE KEYING/MODULE ERROR DETAIL.     *
007200*****************************************************************
007300     EXEC SQL INCLUDE SQLCA END-EXEC.
007400     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
007500     COPY CLPKLGTB.
007600 01  WH-0066-HOST-VARS.
007700     05  WH-0066-KEY-DT              PIC X(00010).
007800     05  WH-0066-KEYED-CNT           PIC S9(00009) COMP.
007900     05  WH-0066-ACC-CNT             PIC S9(00009) COMP.
008000     05  WH-0066-DEN-CNT             PIC S9(00009) COMP.
008100     05  WH-0066-EDIT-CNT            PIC S9(00009) COMP.
008200     05  WH-0066-MDUL-CNT            PIC S9(00009) COMP.
008300     05  WH-0066-EXC-CNT             PIC S9(00009) COMP.
008400     05  WH-0066-FIRST-TS            PIC X(00026).
008500     05  WH-0066-LAST-TS             PIC X(00026).
008600     EXEC SQL END DECLARE SECTION END-EXEC.
008700     EXEC SQL
008800         DECLARE R0066OPR CURSOR FOR
008900         SELECT C_OPER_ID,
009000                COUNT(*),
009100                SUM(CASE WHEN C_RSLT_CD IN ('P', 'H')
009150                         THEN 1 ELSE 0 END),
009200                SUM(CASE WHEN C_RSLT_CD = 'D' THEN 1 ELSE 0 END),
009300                SUM(CASE WHEN C_RSLT_CD = 'E' THEN 1 ELSE 0 END),
009400                SUM(CASE WHEN C_RSLT_CD = 'X' THEN 1 ELSE 0 END),
009500                SUM(C_EXC_CNT_NUM),
009600                MIN(C_KEY_TS), MAX(C_KEY_TS)
009700           FROM C_PAPER_KEY_LOG_TB
009800          WHERE C_KEY_DT = :WH-0066-KEY-DT
009900          GROUP BY C_OPER_ID
010000          ORDER BY C_OPER_ID
010100     END-EXEC.
010200     EXEC SQL
010300         DECLARE R0066ERR CURSOR FOR
010400         SELECT C_OPER_ID, C_KEY_TS, C_PROV_ID, C_RX_NUM,
010500                C_RSLT_CD, C_EDIT_MSG_TX
010600           FROM C_PAPER_KEY_LOG_TB
010700          WHERE C_KEY_DT = :WH-0066-KEY-DT
010800            AND C_RSLT_CD IN ('E', 'X')
010900          ORDER BY C_OPER_ID, C_KEY_TS
011000     END-EXEC.
011100*****************************************************************
011200*  REPORT LINE LAYOUTS                                         *
011300*****************************************************************
011400 01  RL-0066-HDG1.
011500     05  FILLER                      PIC X(00001) VALUE SPACE.
011600     05  FILLER                      PIC X(00050) VALUE
011700         'PDDR0066 - PAPER CLAIM KEYING PRODUCTIVITY'.
011800     05  FILLER                      PIC X(00009)
011900                                     VALUE 'RUN DATE '.
012000     05  RL-0066-H1-RUN-DT           PIC X(00010).
012100 01  RL-0066-HDG2.
012200     05  FILLER                      PIC X(00001) VALUE SPACE.
012300     05  FILLER                      PIC X(00010)
012400                                     VALUE 'OPERATOR'.
012500     05  FILLER                      PIC X(00048) VALUE
012600         '  KEYED  ACCEPT  DENIED  KEYERR  MDLERR    EXCS '.
012700     05  FILLER                      PIC X(00038) VALUE
012800         ' ERR%  FIRST KEYED          LAST KEYED'.
012900 01  RL-0066-DETAIL.
013000     05  FILLER                      PIC X(00001) VALUE SPACE.
013100     05  RL-0066-D-OPER              PIC X(00008).
013200     05  FILLER                      PIC X(00002) VALUE SPACES.
013300     05  RL-0066-D-KEYED             PIC ZZZZZZ9.
013400     05  FILLER                      PIC X(00001) VALUE SPACE.
013500     05  RL-0066-D-ACC               PIC ZZZZZZ9.
013600     05  FILLER                      PIC X(00001) VALUE SPACE.
013700     05  RL-0066-D-DEN               PIC ZZZZZZ9.
013800     05  FILLER                      PIC X(00001) VALUE SPACE.
013900     05  RL-0066-D-EDIT              PIC ZZZZZZ9.
014000     05  FILLER                      PIC X(00001) VALUE SPACE.
014100     05  RL-0066-D-MDUL              PIC ZZZZZZ9.
014200     05  FILLER                      PIC X(00001) VALUE SPACE.
014300     05  RL-0066-D-EXC               PIC ZZZZZZ9.
014400     05  FILLER                      PIC X(00001) VALUE SPACE.
014500     05  RL-0066-D-PCT               PIC ZZ9.9.
014600     05  FILLER                      PIC X(00002) VALUE SPACES.
014700     05  RL-0066-D-FIRST             PIC X(00019).
014800     05  FILLER                      PIC X(00002) VALUE SPACES.
014900     05  RL-0066-D-LAST              PIC X(00019).
015000 01  RL-0066-ERR-HDG.
015100     05  FILLER                      PIC X(00001) VALUE SPACE.
015200     05  FILLER                      PIC X(00060) VALUE
015300         'KEYING AND MODULE ERRORS'.
015400 01  RL-0066-ERR-HDG2.
015500     05  FILLER                      PIC X(00001) VALUE SPACE.
015600     05  FILLER                      PIC X(00055) VALUE
015700         'OPERATOR  KEYED AT             PHARMACY         RX'.
015800     05  FILLER                      PIC X(00020) VALUE
015900         '       T  MESSAGE'.
016000 01  RL-0066-ERR-LINE.
016100     05  FILLER                      PIC X(00001) VALUE SPACE.
016200     05  RL-0066-E-OPER              PIC X(00008).
016300     05  FILLER                      PIC X(00002) VALUE SPACES.
016400     05  RL-0066-E-TS                PIC X(00019).
016500     05  FILLER                      PIC X(00002) VALUE SPACES.
016600     05  RL-0066-E-PROV              PIC X(00015).
016700     05  FILLER                      PIC X(00002) VALUE SPACES.
016800     05  RL-0066-E-RX                PIC X(00012).
016900     05  FILLER                      PIC X(00002) VALUE SPACES.
017000     05  RL-0066-E-TYPE              PIC X(00001).
017100     05  FILLER                      PIC X(00002) VALUE SPACES.
017200     05  RL-0066-E-MSG               PIC X(00060).
017300 01  RL-0066-COUNT-LINE.
017400     05  FILLER                      PIC X(00001) VALUE SPACE.
017500     05  RL-0066-C-LABEL             PIC X(00034).
017600     05  RL-0066-C-CNT               PIC ZZZ,ZZZ,ZZ9.
017700*****************************************************************
017800*  PROCEDURE DIVISION                                          *
017900*****************************************************************
018000 PROCEDURE DIVISION.
018100 0000-MAINLINE.
018200     PERFORM 1000-INITIALIZE
018300         THRU 1000-INITIALIZE-EXIT.
018400     PERFORM 2000-ONE-OPERATOR
018500         THRU 2000-ONE-OPERATOR-EXIT
018600         UNTIL WR-0066-EOF.
018700     PERFORM 3000-ERROR-DETAIL
018800         THRU 3000-ERROR-DETAIL-EXIT.
018900     PERFORM 8000-FINALIZE
019000         THRU 8000-FINALIZE-EXIT.
019100     GOBACK.
019200*****************************************************************
019300*    1000-INITIALIZE - RUN DATE, HEADINGS, OPEN THE SUMMARY     *
019400*****************************************************************
019500 1000-INITIALIZE.
019511     MOVE 'PDDR0066'             TO WK-9004-PGM-ID.
019522     MOVE SPACES                 TO WK-9004-OVRD-DT.
019533     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
019544     IF WK-9004-NO-BUS-DT
019555         DISPLAY 'PDDR0066 - NO BUSINESS PROCESSING DATE'
019566         MOVE 16 TO RETURN-CODE
019577         GOBACK
019588     END-IF.
019600     OPEN OUTPUT RPT0066-FILE.
019700     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0066-RUN-DT-YYYYMMDD.
019800     MOVE SPACES                    TO WH-0066-KEY-DT.
019900     STRING WH-0066-RUN-DT-YYYYMMDD (1:4) '-'
020000            WH-0066-RUN-DT-YYYYMMDD (5:2) '-'
020100            WH-0066-RUN-DT-YYYYMMDD (7:2)
020200         DELIMITED BY SIZE INTO WH-0066-KEY-DT.
020300     MOVE WH-0066-KEY-DT            TO RL-0066-H1-RUN-DT.
020400     WRITE RPT0066-REC FROM RL-0066-HDG1
020500         BEFORE ADVANCING TO-NEW-PAGE.
020600     WRITE RPT0066-REC FROM RL-0066-HDG2
020700         AFTER ADVANCING 2 LINES.
020800     EXEC SQL
020900         OPEN R0066OPR
021000     END-EXEC.
021100     IF SQLCODE NOT = 0
021200         GO TO 9999-SQL-ERROR
021300     END-IF.
021400 1000-INITIALIZE-EXIT.
021500     EXIT.
021600*****************************************************************
021700*    2000-ONE-OPERATOR - ONE SUMMARY LINE.  THE ERROR RATE IS   *
021800*    KEYING EDITS TURNED BACK OVER EVERYTHING SUBMITTED.        *
021900*****************************************************************
022000 2000-ONE-OPERATOR.
022100     EXEC SQL
022200         FETCH R0066OPR
022300         INTO :CLPKLGTB-C-OPER-ID,
022400              :WH-0066-KEYED-CNT,
022500              :WH-0066-ACC-CNT,
022600              :WH-0066-DEN-CNT,
022700              :WH-0066-EDIT-CNT,
022800              :WH-0066-MDUL-CNT,
022900              :WH-0066-EXC-CNT,
023000              :WH-0066-FIRST-TS,
023100              :WH-0066-LAST-TS
023200     END-EXEC.
023300     EVALUATE SQLCODE
023400       WHEN 0
023500         CONTINUE
023600       WHEN 100
023700         SET WR-0066-EOF TO TRUE
023800         GO TO 2000-ONE-OPERATOR-EXIT
023900       WHEN OTHER
024000         GO TO 9999-SQL-ERROR
024100     END-EVALUATE.
024200     ADD 1                          TO WR-0066-OPER-CNT.
024300     ADD WH-0066-KEYED-CNT          TO WR-0066-TOT-KEYED.
024400     ADD WH-0066-ACC-CNT            TO WR-0066-TOT-ACC.
024500     ADD WH-0066-DEN-CNT            TO WR-0066-TOT-DEN.
024600     ADD WH-0066-EDIT-CNT           TO WR-0066-TOT-EDIT.
024700     ADD WH-0066-MDUL-CNT           TO WR-0066-TOT-MDUL.
024800     ADD WH-0066-EXC-CNT            TO WR-0066-TOT-EXC.
024900     IF WH-0066-KEYED-CNT > ZERO
025000         COMPUTE WR-0066-ERR-PCT ROUNDED =
025100             WH-0066-EDIT-CNT * 100 / WH-0066-KEYED-CNT
025200     ELSE
025300         MOVE ZERO                  TO WR-0066-ERR-PCT
025400     END-IF.
025500     MOVE CLPKLGTB-C-OPER-ID        TO RL-0066-D-OPER.
025600     MOVE WH-0066-KEYED-CNT         TO RL-0066-D-KEYED.
025700     MOVE WH-0066-ACC-CNT           TO RL-0066-D-ACC.
025800     MOVE WH-0066-DEN-CNT           TO RL-0066-D-DEN.
025900     MOVE WH-0066-EDIT-CNT          TO RL-0066-D-EDIT.
026000     MOVE WH-0066-MDUL-CNT          TO RL-0066-D-MDUL.
026100     MOVE WH-0066-EXC-CNT           TO RL-0066-D-EXC.
026200     MOVE WR-0066-ERR-PCT           TO RL-0066-D-PCT.
026300     MOVE WH-0066-FIRST-TS          TO RL-0066-D-FIRST.
026400     MOVE WH-0066-LAST-TS           TO RL-0066-D-LAST.
026500     WRITE RPT0066-REC FROM RL-0066-DETAIL
026600         AFTER ADVANCING 1 LINE.
026700 2000-ONE-OPERATOR-EXIT.
026800     EXIT.
026900*****************************************************************
027000*    3000-ERROR-DETAIL - EVERY KEYING EDIT (T = E) AND MODULE   *
027100*    ERROR (T = X) OF THE DAY, BY OPERATOR                      *
027200*****************************************************************
027300 3000-ERROR-DETAIL.
027400     EXEC SQL
027500         CLOSE R0066OPR
027600     END-EXEC.
027700     WRITE RPT0066-REC FROM RL-0066-ERR-HDG
027800         AFTER ADVANCING 3 LINES.
027900     WRITE RPT0066-REC FROM RL-0066-ERR-HDG2
028000         AFTER ADVANCING 2 LINES.
028100     EXEC SQL
028200         OPEN R0066ERR
028300     END-EXEC.
028400     IF SQLCODE NOT = 0
028500         GO TO 9999-SQL-ERROR
028600     END-IF.
028700     MOVE 'N'                       TO WR-0066-EOF-SW.
028800     PERFORM 3100-ONE-ERROR
028900         THRU 3100-ONE-ERROR-EXIT
029000         UNTIL WR-0066-EOF.
029100     EXEC SQL
029200         CLOSE R0066ERR
029300     END-EXEC.
029400 3000-ERROR-DETAIL-EXIT.
029500     EXIT.
029600*****************************************************************
029700*    3100-ONE-ERROR                                             *
029800*****************************************************************
029900 3100-ONE-ERROR.
030000     EXEC SQL
030100         FETCH R0066ERR
030200         INTO :CLPKLGTB-C-OPER-ID,
030300              :CLPKLGTB-C-KEY-TS,
030400              :CLPKLGTB-C-PROV-ID,
030500              :CLPKLGTB-C-RX-NUM,
030600              :CLPKLGTB-C-RSLT-CD,
030700              :CLPKLGTB-C-EDIT-MSG-TX
030800     END-EXEC.
030900     EVALUATE SQLCODE
031000       WHEN 0
031100         ADD 1 TO WR-0066-ERR-CNT
031200         MOVE CLPKLGTB-C-OPER-ID     TO RL-0066-E-OPER
031300         MOVE CLPKLGTB-C-KEY-TS      TO RL-0066-E-TS
031400         MOVE CLPKLGTB-C-PROV-ID     TO RL-0066-E-PROV
031500         MOVE CLPKLGTB-C-RX-NUM      TO RL-0066-E-RX
031600         MOVE CLPKLGTB-C-RSLT-CD     TO RL-0066-E-TYPE
031700         MOVE CLPKLGTB-C-EDIT-MSG-TX TO RL-0066-E-MSG
031800         WRITE RPT0066-REC FROM RL-0066-ERR-LINE
031900             AFTER ADVANCING 1 LINE
032000       WHEN 100
032100         SET WR-0066-EOF TO TRUE
032200       WHEN OTHER
032300         GO TO 9999-SQL-ERROR
032400     END-EVALUATE.
032500 3100-ONE-ERROR-EXIT.
032600     EXIT.
032700*****************************************************************
032800*    8000-FINALIZE - DAY TOTALS                                 *
032900*****************************************************************
033000 8000-FINALIZE.
033100     MOVE 'OPERATORS KEYING TODAY'      TO RL-0066-C-LABEL.
033200     MOVE WR-0066-OPER-CNT              TO RL-0066-C-CNT.
033300     WRITE RPT0066-REC FROM RL-0066-COUNT-LINE
033400         AFTER ADVANCING 3 LINES.
033500     MOVE 'PAPER CLAIMS SUBMITTED'      TO RL-0066-C-LABEL.
033600     MOVE WR-0066-TOT-KEYED             TO RL-0066-C-CNT.
033700     WRITE RPT0066-REC FROM RL-0066-COUNT-LINE
033800         AFTER ADVANCING 1 LINE.
033900     MOVE '  ADJUDICATED - ACCEPTED'    TO RL-0066-C-LABEL.
034000     MOVE WR-0066-TOT-ACC               TO RL-0066-C-CNT.
034100     WRITE RPT0066-REC FROM RL-0066-COUNT-LINE
034200         AFTER ADVANCING 1 LINE.
034300     MOVE '  ADJUDICATED - DENIED'      TO RL-0066-C-LABEL.
034400     MOVE WR-0066-TOT-DEN               TO RL-0066-C-CNT.
034500     WRITE RPT0066-REC FROM RL-0066-COUNT-LINE
034600         AFTER ADVANCING 1 LINE.
034700     MOVE '  TURNED BACK BY KEYING EDITS'
034800                                        TO RL-0066-C-LABEL.
034900     MOVE WR-0066-TOT-EDIT              TO RL-0066-C-CNT.
035000     WRITE RPT0066-REC FROM RL-0066-COUNT-LINE
035100         AFTER ADVANCING 1 LINE.
035200     MOVE '  DUAL MODULE ERRORS'        TO RL-0066-C-LABEL.
035300     MOVE WR-0066-TOT-MDUL              TO RL-0066-C-CNT.
035400     WRITE RPT0066-REC FROM RL-0066-COUNT-LINE
035500         AFTER ADVANCING 1 LINE.
035600     MOVE 'EXCEPTIONS POSTED'           TO RL-0066-C-LABEL.
035700     MOVE WR-0066-TOT-EXC               TO RL-0066-C-CNT.
035800     WRITE RPT0066-REC FROM RL-0066-COUNT-LINE
035900         AFTER ADVANCING 1 LINE.
036000     MOVE 'ERROR DETAIL LINES'          TO RL-0066-C-LABEL.
036100     MOVE WR-0066-ERR-CNT               TO RL-0066-C-CNT.
036200     WRITE RPT0066-REC FROM RL-0066-COUNT-LINE
036300         AFTER ADVANCING 1 LINE.
036400     CLOSE RPT0066-FILE.
036500 8000-FINALIZE-EXIT.
036600     EXIT.
036700*****************************************************************
036800*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
036900*****************************************************************
037000 9999-SQL-ERROR.
037100     DISPLAY 'PDDR0066 - SQL ERROR ON C_PAPER_KEY_LOG_TB'.
037200     DISPLAY 'SQLCODE = ' SQLCODE.
037300     MOVE 16 TO RETURN-CODE.
037400     CLOSE RPT0066-FILE.
037500     GOBACK.
