000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0072.
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
001300*  10/15/26  ACS   NEW PROGRAM.  YEARLY BUSINESS-DAY CALENDAR  *
001400*                  LISTING FOR SIGN-OFF.  EVERY HOLIDAY AND    *
001500*                  NON-PROCESSING DAY ON G_BUS_CAL_TB FOR THE  *
001600*                  YEAR WITH ITS WEEKDAY AND WHO LAST SET IT,  *
001700*                  THEN THE BUSINESS DAYS IN EACH MONTH (FROM  *
001800*                  THE SHARED PDDS9005 ROUTINE, SO THE COUNTS  *
001900*                  ARE WHAT THE DUE-DATE CALCULATIONS WILL     *
002000*                  USE) AND AN APPROVAL BLOCK.  RUN IN THE     *
002100*                  FOURTH QUARTER FOR THE COMING YEAR: WITH NO *
002200*                  CALPARM CARD THE YEAR IS THE ONE AFTER THE  *
002300*                  BUSINESS PROCESSING DATE.                   *
002400*                                                              *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CALPARM-FILE ASSIGN TO CALPARM
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT RPT0072-FILE ASSIGN TO RPT0072
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700*****************************************************************
003800*  DATA DIVISION                                                *
003900*****************************************************************
004000 DATA DIVISION.
004100 FILE SECTION.
004200*    OPTIONAL.  CALENDAR YEAR CCYY TO LIST.
004300 FD  CALPARM-FILE.
004400 01  CP-PARM-REC.
004500     05  CP-CAL-YR                   PIC X(00004).
004600     05  FILLER                      PIC X(00076).
004700 FD  RPT0072-FILE
004800     RECORDING MODE IS F.
004900 01  RPT0072-REC                     PIC X(00133).
005000*****************************************************************
005100*  WORKING-STORAGE SECTION                                     *
005200*****************************************************************
005300 WORKING-STORAGE SECTION.
005400 77  WR-0072-EOF-SW                  PIC X(00001) VALUE 'N'.
005500     88  WR-0072-EOF                 VALUE 'Y'.
005600 77  WR-0072-ROW-CNT                 PIC S9(00009) COMP-3
005700                                     VALUE ZERO.
005800 77  WR-0072-WKND-CNT                PIC S9(00009) COMP-3
005900                                     VALUE ZERO.
006000 77  WR-0072-YR-BUS-CNT              PIC S9(00009) COMP-3
006100                                     VALUE ZERO.
006200 77  WR-0072-MO-SUB                  PIC S9(00004) COMP
006300                                     VALUE ZERO.
006400 77  WR-0072-ROW-MO                  PIC 9(00002) VALUE ZERO.
006500 01  WR-0072-CAL-YR                  PIC 9(00004) VALUE ZERO.
006600 01  WR-0072-PRV-YR                  PIC 9(00004) VALUE ZERO.
006700*    CCYY-MM-DD BUILT FOR EACH MONTH.
006800 01  WR-0072-MO-BEG-DT.
006900     05  WR-0072-MB-CCYY             PIC 9(00004).
007000     05  FILLER                      PIC X(00001) VALUE '-'.
007100     05  WR-0072-MB-MM               PIC 9(00002).
007200     05  FILLER                      PIC X(00003) VALUE '-01'.
007300 01  WR-0072-PRV-END-DT              PIC X(00010).
007400 01  WR-0072-MO-NAMES.
007500     05  FILLER                      PIC X(00036) VALUE
007600         'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
007700 01  WR-0072-MO-NAME-TBL REDEFINES WR-0072-MO-NAMES.
007800     05  WR-0072-MO-NAME             PIC X(00003) OCCURS 12.
007900*    CALENDAR ROWS LISTED, BY MONTH.
008000 01  WR-0072-MO-ROWS.
008100     05  WR-0072-MO-ROW-CNT          PIC S9(00005) COMP-3
008200                                     OCCURS 12.
008300*    BUSINESS-DAY ROUTINE - SHARED PDDS9005.
008400     COPY WKC90050.
008500*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
008600     COPY WKC90040.
008700*****************************************************************
008800*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CALENDAR CURSOR     *
008900*****************************************************************
009000     EXEC SQL INCLUDE SQLCA END-EXEC.
009100     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
009200     COPY GLBUSCTB.
009300 01  WH-0072-HOST-VARS.
009400     05  WH-0072-YR-BEG-DT           PIC X(00010).
009500     05  WH-0072-YR-END-DT           PIC X(00010).
009600     05  WH-0072-DAY-NM              PIC X(00003).
009700     05  WH-0072-MO-BEG-DT           PIC X(00010).
009800     05  WH-0072-MO-END-DT           PIC X(00010).
009900     EXEC SQL END DECLARE SECTION END-EXEC.
010000     EXEC SQL
010100         DECLARE R0072CAL CURSOR FOR
010200         SELECT G_CAL_DT,
010300                TO_CHAR(TO_DATE(G_CAL_DT,'YYYY-MM-DD'),
010400                        'DY', 'NLS_DATE_LANGUAGE=AMERICAN'),
010500                G_CAL_DAY_TY_CD, G_CAL_DESC_TX,
010600                G_UPD_USER_ID, G_UPD_TS
010700           FROM G_BUS_CAL_TB
010800          WHERE G_CAL_SUBSYS_CD = 'C'
010900            AND G_CAL_DT       >= :WH-0072-YR-BEG-DT
011000            AND G_CAL_DT       <= :WH-0072-YR-END-DT
011100          ORDER BY G_CAL_DT
011200     END-EXEC.
011300*****************************************************************
011400*  REPORT LINE LAYOUTS                                         *
011500*****************************************************************
011600 01  RL-0072-HDG1.
011700     05  FILLER                      PIC X(00001) VALUE SPACE.
011800     05  FILLER                      PIC X(00050) VALUE
011900         'PDDR0072 - BUSINESS-DAY CALENDAR FOR APPROVAL'.
012000     05  FILLER                      PIC X(00005) VALUE 'YEAR '.
012100     05  RL-0072-H1-YR               PIC 9(00004).
012200 01  RL-0072-HDG2.
012300     05  FILLER                      PIC X(00001) VALUE SPACE.
012400     05  FILLER                      PIC X(00060) VALUE
012500         'DATE       DAY  TYPE            DESCRIPTION'.
012600     05  FILLER                      PIC X(00040) VALUE
012700         '                   SET BY    ON'.
012800 01  RL-0072-DETAIL.
012900     05  FILLER                      PIC X(00001) VALUE SPACE.
013000     05  RL-0072-D-CAL-DT            PIC X(00010).
013100     05  FILLER                      PIC X(00001) VALUE SPACE.
013200     05  RL-0072-D-DAY-NM            PIC X(00003).
013300     05  FILLER                      PIC X(00002) VALUE SPACES.
013400     05  RL-0072-D-TYPE              PIC X(00014).
013500     05  FILLER                      PIC X(00002) VALUE SPACES.
013600     05  RL-0072-D-DESC              PIC X(00030).
013700     05  FILLER                      PIC X(00002) VALUE SPACES.
013800     05  RL-0072-D-USER-ID           PIC X(00008).
013900     05  FILLER                      PIC X(00002) VALUE SPACES.
014000     05  RL-0072-D-UPD-DT            PIC X(00010).
014100     05  FILLER                      PIC X(00002) VALUE SPACES.
014200     05  RL-0072-D-NOTE              PIC X(00030).
014300 01  RL-0072-MO-HDG.
014400     05  FILLER                      PIC X(00001) VALUE SPACE.
014500     05  FILLER                      PIC X(00050) VALUE
014600         'MONTH  BUSINESS DAYS  HOLIDAYS/NON-PROCESSING'.
014700 01  RL-0072-MO-LINE.
014800     05  FILLER                      PIC X(00001) VALUE SPACE.
014900     05  RL-0072-M-NAME              PIC X(00003).
015000     05  FILLER                      PIC X(00008) VALUE SPACES.
015100     05  RL-0072-M-BUS-CNT           PIC ZZ9.
015200     05  FILLER                      PIC X(00020) VALUE SPACES.
015300     05  RL-0072-M-ROW-CNT           PIC ZZ9.
015400 01  RL-0072-COUNT-LINE.
015500     05  FILLER                      PIC X(00001) VALUE SPACE.
015600     05  RL-0072-C-LABEL             PIC X(00034).
015700     05  RL-0072-C-CNT               PIC ZZZ,ZZZ,ZZ9.
015800 01  RL-0072-MSG-LINE.
015900     05  FILLER                      PIC X(00001) VALUE SPACE.
016000     05  RL-0072-M-TX                PIC X(00080).
016100 01  RL-0072-DUE-LINE.
016200     05  FILLER                      PIC X(00001) VALUE SPACE.
016300     05  FILLER                      PIC X(00044) VALUE
016400         'THIS CALENDAR MUST BE APPROVED BEFORE 01/01/'.
016500     05  RL-0072-DUE-YR              PIC 9(00004).
016600 01  RL-0072-SIGN-LINE.
016700     05  FILLER                      PIC X(00001) VALUE SPACE.
016800     05  RL-0072-S-LABEL             PIC X(00014).
016900     05  FILLER                      PIC X(00030) VALUE ALL '_'.
017000     05  FILLER                      PIC X(00008) VALUE '  DATE '.
017100     05  FILLER                      PIC X(00012) VALUE ALL '_'.
017200*****************************************************************
017300*  PROCEDURE DIVISION                                          *
017400*****************************************************************
017500 PROCEDURE DIVISION.
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE
017800         THRU 1000-INITIALIZE-EXIT.
017900     PERFORM 2000-ONE-DAY
018000         THRU 2000-ONE-DAY-EXIT
018100         UNTIL WR-0072-EOF.
018200     PERFORM 3000-MONTHS
018300         THRU 3000-MONTHS-EXIT.
018400     PERFORM 8000-FINALIZE
018500         THRU 8000-FINALIZE-EXIT.
018600     GOBACK.
018700*****************************************************************
018800*    1000-INITIALIZE - YEAR CARD, HEADINGS, OPEN THE CURSOR     *
018900*****************************************************************
019000 1000-INITIALIZE.
019100     MOVE 'PDDR0072'             TO WK-9004-PGM-ID.
019200     MOVE SPACES                 TO WK-9004-OVRD-DT.
019300     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
019400     IF WK-9004-NO-BUS-DT
019500         DISPLAY 'PDDR0072 - NO BUSINESS PROCESSING DATE'
019600         MOVE 16 TO RETURN-CODE
019700         GOBACK
019800     END-IF.
019900     OPEN INPUT  CALPARM-FILE.
020000     OPEN OUTPUT RPT0072-FILE.
020100     READ CALPARM-FILE
020200         AT END
020300             MOVE SPACES TO CP-PARM-REC
020400     END-READ.
020500*    NO YEAR CARD - THE YEAR AFTER THE BUSINESS DATE.
020600     IF CP-CAL-YR = SPACES
020700         MOVE WK-9004-BUS-DT (1:4) TO WR-0072-CAL-YR
020800         ADD 1                   TO WR-0072-CAL-YR
020900     ELSE
021000         IF CP-CAL-YR NOT NUMERIC
021100             DISPLAY 'PDDR0072 - CALPARM YEAR NOT CCYY'
021200             MOVE 16 TO RETURN-CODE
021300             CLOSE CALPARM-FILE RPT0072-FILE
021400             GOBACK
021500         END-IF
021600         MOVE CP-CAL-YR          TO WR-0072-CAL-YR
021700     END-IF.
021800     COMPUTE WR-0072-PRV-YR = WR-0072-CAL-YR - 1.
021900     MOVE WR-0072-CAL-YR         TO WR-0072-MB-CCYY
022000                                    RL-0072-H1-YR
022100                                    RL-0072-DUE-YR.
022200     MOVE 1                      TO WR-0072-MB-MM.
022300     MOVE WR-0072-MO-BEG-DT      TO WH-0072-YR-BEG-DT.
022400     MOVE 12                     TO WR-0072-MB-MM.
022500     MOVE WR-0072-MO-BEG-DT      TO WH-0072-YR-END-DT.
022600     MOVE '31'                   TO WH-0072-YR-END-DT (9:2).
022700     INITIALIZE WR-0072-MO-ROWS.
022800     WRITE RPT0072-REC FROM RL-0072-HDG1
022900         BEFORE ADVANCING TO-NEW-PAGE.
023000     WRITE RPT0072-REC FROM RL-0072-HDG2
023100         AFTER ADVANCING 2 LINES.
023200     EXEC SQL
023300         OPEN R0072CAL
023400     END-EXEC.
023500     IF SQLCODE NOT = 0
023600         GO TO 9999-SQL-ERROR
023700     END-IF.
023800 1000-INITIALIZE-EXIT.
023900     EXIT.
024000*****************************************************************
024100*    2000-ONE-DAY - ONE CALENDAR ROW IN THE YEAR                *
024200*****************************************************************
024300 2000-ONE-DAY.
024400     EXEC SQL
024500         FETCH R0072CAL
024600         INTO :GLBUSCTB-G-CAL-DT,
024700              :WH-0072-DAY-NM,
024800              :GLBUSCTB-G-CAL-DAY-TY-CD,
024900              :GLBUSCTB-G-CAL-DESC-TX,
025000              :GLBUSCTB-G-UPD-USER-ID,
025100              :GLBUSCTB-G-UPD-TS
025200     END-EXEC.
025300     EVALUATE SQLCODE
025400       WHEN 0
025500         CONTINUE
025600       WHEN 100
025700         SET WR-0072-EOF         TO TRUE
025800         GO TO 2000-ONE-DAY-EXIT
025900       WHEN OTHER
026000         GO TO 9999-SQL-ERROR
026100     END-EVALUATE.
026200     ADD 1                       TO WR-0072-ROW-CNT.
026300     MOVE GLBUSCTB-G-CAL-DT (6:2) TO WR-0072-ROW-MO.
026400     IF WR-0072-ROW-MO > 0 AND WR-0072-ROW-MO < 13
026500         ADD 1 TO WR-0072-MO-ROW-CNT (WR-0072-ROW-MO)
026600     END-IF.
026700     MOVE SPACES                 TO RL-0072-DETAIL.
026800     MOVE GLBUSCTB-G-CAL-DT      TO RL-0072-D-CAL-DT.
026900     MOVE WH-0072-DAY-NM         TO RL-0072-D-DAY-NM.
027000     EVALUATE TRUE
027100       WHEN GLBUSCTB-HOLIDAY
027200         MOVE 'HOLIDAY'          TO RL-0072-D-TYPE
027300       WHEN GLBUSCTB-NON-PROCESSING
027400         MOVE 'NON-PROCESSING' TO RL-0072-D-TYPE
027500       WHEN OTHER
027600         MOVE GLBUSCTB-G-CAL-DAY-TY-CD TO RL-0072-D-TYPE
027700         MOVE '** UNKNOWN DAY TYPE' TO RL-0072-D-NOTE
027800     END-EVALUATE.
027900     MOVE GLBUSCTB-G-CAL-DESC-TX TO RL-0072-D-DESC.
028000     MOVE GLBUSCTB-G-UPD-USER-ID TO RL-0072-D-USER-ID.
028100     MOVE GLBUSCTB-G-UPD-TS (1:10) TO RL-0072-D-UPD-DT.
028200*    A WEEKEND ROW IS HARMLESS (NEVER A BUSINESS DAY ANYWAY) BUT
028300*    USUALLY MEANS THE OBSERVED WEEKDAY WAS NOT ENTERED.
028400     IF WH-0072-DAY-NM = 'SAT' OR 'SUN'
028500         ADD 1                   TO WR-0072-WKND-CNT
028600         MOVE '* WEEKEND - CHECK OBSERVED DAY' TO RL-0072-D-NOTE
028700     END-IF.
028800     WRITE RPT0072-REC FROM RL-0072-DETAIL
028900         AFTER ADVANCING 1 LINE.
029000 2000-ONE-DAY-EXIT.
029100     EXIT.
029200*****************************************************************
029300*    3000-MONTHS - BUSINESS DAYS IN EACH MONTH OF THE YEAR      *
029400*****************************************************************
029500 3000-MONTHS.
029600     EXEC SQL
029700         CLOSE R0072CAL
029800     END-EXEC.
029900     WRITE RPT0072-REC FROM RL-0072-MO-HDG
030000         AFTER ADVANCING 3 LINES.
030100     MOVE WH-0072-YR-BEG-DT      TO WR-0072-PRV-END-DT.
030200     MOVE WR-0072-PRV-YR         TO WR-0072-PRV-END-DT (1:4).
030300     MOVE '12-31'                TO WR-0072-PRV-END-DT (6:5).
030400     PERFORM 3100-ONE-MONTH
030500         THRU 3100-ONE-MONTH-EXIT
030600         VARYING WR-0072-MO-SUB FROM 1 BY 1
030700         UNTIL WR-0072-MO-SUB > 12.
030800 3000-MONTHS-EXIT.
030900     EXIT.
031000*****************************************************************
031100*    3100-ONE-MONTH - PDDS9005 COUNTS THE BUSINESS DAYS FROM THE *
031200*    END OF THE PRIOR MONTH THROUGH THE END OF THIS ONE          *
031300*****************************************************************
031400 3100-ONE-MONTH.
031500     MOVE WR-0072-MO-SUB         TO WR-0072-MB-MM.
031600     MOVE WR-0072-MO-BEG-DT      TO WH-0072-MO-BEG-DT.
031700     EXEC SQL
031800         SELECT TO_CHAR(LAST_DAY(TO_DATE(:WH-0072-MO-BEG-DT,
031900                                         'YYYY-MM-DD')),
032000                        'YYYY-MM-DD')
032100           INTO :WH-0072-MO-END-DT
032200           FROM DUAL
032300     END-EXEC.
032400     IF SQLCODE NOT = 0
032500         GO TO 9999-SQL-ERROR
032600     END-IF.
032700     SET WK-9005-COUNT-BUS-DAYS  TO TRUE.
032800     MOVE WR-0072-PRV-END-DT     TO WK-9005-FROM-DT.
032900     MOVE WH-0072-MO-END-DT      TO WK-9005-TO-DT.
033000     CALL 'PDDS9005' USING WK-9005-CALL-PARMS.
033100     IF NOT WK-9005-OK
033200         DISPLAY 'PDDR0072 - PDDS9005 REPLY ' WK-9005-REPLY-CD
033300                 ' SQLCODE ' WK-9005-SQLCODE
033400         MOVE 16 TO RETURN-CODE
033500         CLOSE CALPARM-FILE RPT0072-FILE
033600         GOBACK
033700     END-IF.
033800     ADD WK-9005-RESULT-CNT      TO WR-0072-YR-BUS-CNT.
033900     MOVE WR-0072-MO-NAME (WR-0072-MO-SUB) TO RL-0072-M-NAME.
034000     MOVE WK-9005-RESULT-CNT     TO RL-0072-M-BUS-CNT.
034100     MOVE WR-0072-MO-ROW-CNT (WR-0072-MO-SUB)
034200                                 TO RL-0072-M-ROW-CNT.
034300     WRITE RPT0072-REC FROM RL-0072-MO-LINE
034400         AFTER ADVANCING 1 LINE.
034500     MOVE WH-0072-MO-END-DT      TO WR-0072-PRV-END-DT.
034600 3100-ONE-MONTH-EXIT.
034700     EXIT.
034800*****************************************************************
034900*    8000-FINALIZE - TOTALS, WARNINGS AND THE APPROVAL BLOCK    *
035000*****************************************************************
035100 8000-FINALIZE.
035200     MOVE 'CALENDAR DAYS LISTED'  TO RL-0072-C-LABEL.
035300     MOVE WR-0072-ROW-CNT        TO RL-0072-C-CNT.
035400     WRITE RPT0072-REC FROM RL-0072-COUNT-LINE
035500         AFTER ADVANCING 2 LINES.
035600     MOVE 'BUSINESS DAYS IN YEAR' TO RL-0072-C-LABEL.
035700     MOVE WR-0072-YR-BUS-CNT     TO RL-0072-C-CNT.
035800     WRITE RPT0072-REC FROM RL-0072-COUNT-LINE
035900         AFTER ADVANCING 1 LINE.
036000     IF WR-0072-ROW-CNT = ZERO
036100         MOVE '** NO HOLIDAYS ON FILE FOR THE YEAR - NOT READY'
036200                                 TO RL-0072-M-TX
036300         WRITE RPT0072-REC FROM RL-0072-MSG-LINE
036400             AFTER ADVANCING 2 LINES
036500         MOVE 4 TO RETURN-CODE
036600     END-IF.
036700     IF WR-0072-WKND-CNT > ZERO
036800         MOVE '** WEEKEND DATES LISTED - CHECK OBSERVED DAYS'
036900                                 TO RL-0072-M-TX
037000         WRITE RPT0072-REC FROM RL-0072-MSG-LINE
037100             AFTER ADVANCING 2 LINES
037200         MOVE 4 TO RETURN-CODE
037300     END-IF.
037400     WRITE RPT0072-REC FROM RL-0072-DUE-LINE
037500         AFTER ADVANCING 3 LINES.
037600     MOVE 'PREPARED BY'          TO RL-0072-S-LABEL.
037700     WRITE RPT0072-REC FROM RL-0072-SIGN-LINE
037800         AFTER ADVANCING 3 LINES.
037900     MOVE 'APPROVED BY'          TO RL-0072-S-LABEL.
038000     WRITE RPT0072-REC FROM RL-0072-SIGN-LINE
038100         AFTER ADVANCING 3 LINES.
038200     CLOSE CALPARM-FILE RPT0072-FILE.
038300 8000-FINALIZE-EXIT.
038400     EXIT.
038500*****************************************************************
038600*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
038700*****************************************************************
038800 9999-SQL-ERROR.
038900     DISPLAY 'PDDR0072 - SQL ERROR ON G_BUS_CAL_TB'.
039000     DISPLAY 'SQLCODE = ' SQLCODE.
039100     MOVE 16 TO RETURN-CODE.
039200     CLOSE CALPARM-FILE RPT0072-FILE.
039300     GOBACK.
