000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0031.
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
001300*  10/15/26  ACS   NEW PROGRAM.  BUSINESS-DAY CALENDAR         *
001400*                  MAINTENANCE.  CARD-DRIVEN, ONE ADD, CHANGE  *
001500*                  OR DELETE OF A HOLIDAY OR NON-PROCESSING    *
001600*                  DAY ON G_BUS_CAL_TB PER RECORD.  SATURDAYS  *
001700*                  AND SUNDAYS ARE NEVER BUSINESS DAYS AND ARE *
001800*                  REFUSED, AS IS ANY DATE ON OR BEFORE THE    *
001900*                  CURRENT BUSINESS DATE (DUE DATES ALREADY    *
002000*                  SET FROM IT WOULD NO LONGER TIE OUT).  THE  *
002100*                  REPORT SHOWS EACH CARD APPLIED OR REJECTED  *
002200*                  WITH THE ROW BEFORE AND AFTER, AND THE      *
002300*                  ROW CARRIES THE OPERATOR ID.  THE CALENDAR  *
002400*                  IS LISTED FOR APPROVAL BY PDDR0072.         *
002500*                                                              *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CALMAINT-FILE ASSIGN TO CALMAINT
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT RPTB031-FILE ASSIGN TO RPTB031
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800*****************************************************************
003900*  DATA DIVISION                                                *
004000*****************************************************************
004100 DATA DIVISION.
004200 FILE SECTION.
004300*    ACTION A(DD), C(HANGE) OR D(ELETE); DATE CCYY-MM-DD; DAY
004400*    TYPE H (HOLIDAY) OR N (NON-PROCESSING DAY), NOT NEEDED FOR A
004500*    DELETE; DESCRIPTION (A CHANGE WITH IT BLANK KEEPS THE OLD
004600*    ONE); OPERATOR ID.
004700 FD  CALMAINT-FILE.
004800 01  CM-MAINT-REC.
004900     05  CM-ACTION-CD                PIC X(00001).
005000         88  CM-ADD                  VALUE 'A'.
005100         88  CM-CHANGE               VALUE 'C'.
005200         88  CM-DELETE               VALUE 'D'.
005300     05  FILLER                      PIC X(00001).
005400     05  CM-CAL-DT                   PIC X(00010).
005500     05  FILLER                      PIC X(00001).
005600     05  CM-DAY-TY-CD                PIC X(00001).
005700     05  FILLER                      PIC X(00001).
005800     05  CM-DESC-TX                  PIC X(00030).
005900     05  FILLER                      PIC X(00001).
006000     05  CM-USER-ID                  PIC X(00008).
006100     05  FILLER                      PIC X(00026).
006200 FD  RPTB031-FILE
006300     RECORDING MODE IS F.
006400 01  RPTB031-REC                     PIC X(00133).
006500*****************************************************************
006600*  WORKING-STORAGE SECTION                                     *
006700*****************************************************************
006800 WORKING-STORAGE SECTION.
006900 77  WB-0031-EOF-SW                  PIC X(00001) VALUE 'N'.
007000     88  WB-0031-EOF                 VALUE 'Y'.
007100 77  WB-0031-ROW-SW                  PIC X(00001) VALUE 'N'.
007200     88  WB-0031-ROW-FOUND           VALUE 'Y'.
007300 77  WB-0031-READ-CNT                PIC S9(00009) COMP-3
007400                                     VALUE ZERO.
007500 77  WB-0031-APPLIED-CNT             PIC S9(00009) COMP-3
007600                                     VALUE ZERO.
007700 77  WB-0031-REJECT-CNT              PIC S9(00009) COMP-3
007800                                     VALUE ZERO.
007900*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
008000     COPY WKC90040.
008100*****************************************************************
008200*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
008300*****************************************************************
008400     EXEC SQL INCLUDE SQLCA END-EXEC.
008500     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
008600     COPY GLBUSCTB.
008700 01  WH-0031-HOST-VARS.
008800     05  WH-0031-CHK-DT              PIC X(00010).
008900     05  WH-0031-DAY-NM              PIC X(00003).
009000     05  WH-0031-OLD-TY-CD           PIC X(00001).
009100     05  WH-0031-OLD-DESC-TX         PIC X(00030).
009200     EXEC SQL END DECLARE SECTION END-EXEC.
009300*****************************************************************
009400*  REPORT LINE LAYOUTS                                         *
009500*****************************************************************
009600 01  RL-0031-HDG1.
009700     05  FILLER                      PIC X(00001) VALUE SPACE.
009800     05  FILLER                      PIC X(00050) VALUE
009900         'PDDB0031 - BUSINESS-DAY CALENDAR MAINTENANCE'.
010000     05  FILLER                      PIC X(00016)
010100                                     VALUE 'BUSINESS DATE '.
010200     05  RL-0031-H-BUS-DT            PIC X(00010).
010300 01  RL-0031-HDG2.
010400     05  FILLER                      PIC X(00001) VALUE SPACE.
010500     05  FILLER                      PIC X(00060) VALUE
010600         'RESULT     ACT DATE       DAY  WAS TYPE/DESCRIPTION'.
010700     05  FILLER                      PIC X(00050) VALUE
010800         '                NOW TYPE/DESCRIPTION'.
010900 01  RL-0031-DETAIL.
011000     05  FILLER                      PIC X(00001) VALUE SPACE.
011100     05  RL-0031-D-DISP              PIC X(00010).
011200     05  FILLER                      PIC X(00001) VALUE SPACE.
011300     05  RL-0031-D-ACTION            PIC X(00001).
011400     05  FILLER                      PIC X(00003) VALUE SPACES.
011500     05  RL-0031-D-CAL-DT            PIC X(00010).
011600     05  FILLER                      PIC X(00001) VALUE SPACE.
011700     05  RL-0031-D-DAY-NM            PIC X(00003).
011800     05  FILLER                      PIC X(00002) VALUE SPACES.
011900     05  RL-0031-D-OLD-TY            PIC X(00001).
012000     05  FILLER                      PIC X(00001) VALUE SPACE.
012100     05  RL-0031-D-OLD-DESC          PIC X(00030).
012200     05  FILLER                      PIC X(00002) VALUE SPACES.
012300     05  RL-0031-D-NEW-TY            PIC X(00001).
012400     05  FILLER                      PIC X(00001) VALUE SPACE.
012500     05  RL-0031-D-NEW-DESC          PIC X(00030).
012600     05  FILLER                      PIC X(00002) VALUE SPACES.
012700     05  RL-0031-D-NOTE              PIC X(00030).
012800 01  RL-0031-COUNT-LINE.
012900     05  FILLER                      PIC X(00001) VALUE SPACE.
013000     05  RL-0031-C-LABEL             PIC X(00034).
013100     05  RL-0031-C-CNT               PIC ZZZ,ZZZ,ZZ9.
013200*****************************************************************
013300*  PROCEDURE DIVISION                                          *
013400*****************************************************************
013500 PROCEDURE DIVISION.
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE
013800         THRU 1000-INITIALIZE-EXIT.
013900     PERFORM 2000-ONE-CARD
014000         THRU 2000-ONE-CARD-EXIT
014100         UNTIL WB-0031-EOF.
014200     PERFORM 8000-FINALIZE
014300         THRU 8000-FINALIZE-EXIT.
014400     GOBACK.
014500*****************************************************************
014600*    1000-INITIALIZE                                            *
014700*****************************************************************
014800 1000-INITIALIZE.
014900     MOVE 'PDDB0031'             TO WK-9004-PGM-ID.
015000     MOVE SPACES                 TO WK-9004-OVRD-DT.
015100     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
015200     IF WK-9004-NO-BUS-DT
015300         DISPLAY 'PDDB0031 - NO BUSINESS PROCESSING DATE'
015400         MOVE 16 TO RETURN-CODE
015500         GOBACK
015600     END-IF.
015700     OPEN INPUT  CALMAINT-FILE.
015800     OPEN OUTPUT RPTB031-FILE.
015900     MOVE WK-9004-BUS-DT         TO RL-0031-H-BUS-DT.
016000     WRITE RPTB031-REC FROM RL-0031-HDG1
016100         BEFORE ADVANCING TO-NEW-PAGE.
016200     WRITE RPTB031-REC FROM RL-0031-HDG2
016300         AFTER ADVANCING 2 LINES.
016400     MOVE 'C'                    TO GLBUSCTB-G-CAL-SUBSYS-CD.
016500     PERFORM 2100-READ-NEXT
016600         THRU 2100-READ-NEXT-EXIT.
016700 1000-INITIALIZE-EXIT.
016800     EXIT.
016900*****************************************************************
017000*    2000-ONE-CARD                                              *
017100*****************************************************************
017200 2000-ONE-CARD.
017300     PERFORM 2200-EDIT-AND-APPLY
017400         THRU 2200-EDIT-AND-APPLY-EXIT.
017500     PERFORM 2100-READ-NEXT
017600         THRU 2100-READ-NEXT-EXIT.
017700 2000-ONE-CARD-EXIT.
017800     EXIT.
017900*****************************************************************
018000*    2100-READ-NEXT                                             *
018100*****************************************************************
018200 2100-READ-NEXT.
018300     READ CALMAINT-FILE
018400         AT END SET WB-0031-EOF TO TRUE
018500         NOT AT END ADD 1 TO WB-0031-READ-CNT
018600     END-READ.
018700 2100-READ-NEXT-EXIT.
018800     EXIT.
018900*****************************************************************
019000*    2200-EDIT-AND-APPLY - PARSE, CHECK THE DATE, READ THE ROW,  *
019100*    THEN ADD, CHANGE OR DELETE                                  *
019200*****************************************************************
019300 2200-EDIT-AND-APPLY.
019400     MOVE SPACES                 TO RL-0031-DETAIL.
019500     MOVE CM-ACTION-CD           TO RL-0031-D-ACTION.
019600     MOVE CM-CAL-DT              TO RL-0031-D-CAL-DT.
019700     IF (NOT CM-ADD AND NOT CM-CHANGE AND NOT CM-DELETE)
019800      OR CM-USER-ID = SPACES
019900      OR (NOT CM-DELETE AND CM-DAY-TY-CD NOT = 'H' AND 'N')
020000      OR (CM-ADD AND CM-DESC-TX = SPACES)
020100         MOVE 'UNPARSEABLE CARD'  TO RL-0031-D-NOTE
020200         PERFORM 3900-REJECT
020300             THRU 3900-REJECT-EXIT
020400         GO TO 2200-EDIT-AND-APPLY-EXIT
020500     END-IF.
020600     IF CM-CAL-DT (1:4) NOT NUMERIC
020700        OR CM-CAL-DT (5:1) NOT = '-'
020800        OR CM-CAL-DT (6:2) NOT NUMERIC
020900        OR CM-CAL-DT (8:1) NOT = '-'
021000        OR CM-CAL-DT (9:2) NOT NUMERIC
021100         MOVE 'DATE NOT CCYY-MM-DD' TO RL-0031-D-NOTE
021200         PERFORM 3900-REJECT
021300             THRU 3900-REJECT-EXIT
021400         GO TO 2200-EDIT-AND-APPLY-EXIT
021500     END-IF.
021600     MOVE CM-CAL-DT              TO GLBUSCTB-G-CAL-DT.
021700     MOVE SPACES                 TO WH-0031-CHK-DT
021800                                    WH-0031-DAY-NM.
021900     EXEC SQL
022000         SELECT TO_CHAR(TO_DATE(:GLBUSCTB-G-CAL-DT,'YYYY-MM-DD'),
022100                        'YYYY-MM-DD'),
022200                TO_CHAR(TO_DATE(:GLBUSCTB-G-CAL-DT,'YYYY-MM-DD'),
022300                        'DY', 'NLS_DATE_LANGUAGE=AMERICAN')
022400           INTO :WH-0031-CHK-DT, :WH-0031-DAY-NM
022500           FROM DUAL
022600     END-EXEC.
022700     IF SQLCODE NOT = 0
022800        OR WH-0031-CHK-DT NOT = GLBUSCTB-G-CAL-DT
022900         MOVE 'NOT A CALENDAR DATE' TO RL-0031-D-NOTE
023000         PERFORM 3900-REJECT
023100             THRU 3900-REJECT-EXIT
023200         GO TO 2200-EDIT-AND-APPLY-EXIT
023300     END-IF.
023400     MOVE WH-0031-DAY-NM         TO RL-0031-D-DAY-NM.
023500     IF WH-0031-DAY-NM = 'SAT' OR 'SUN'
023600         MOVE 'WEEKEND - NEVER A BUSINESS DAY' TO RL-0031-D-NOTE
023700         PERFORM 3900-REJECT
023800             THRU 3900-REJECT-EXIT
023900         GO TO 2200-EDIT-AND-APPLY-EXIT
024000     END-IF.
024100     IF GLBUSCTB-G-CAL-DT NOT > WK-9004-BUS-DT
024200         MOVE 'NOT AFTER CURRENT BUSINESS DT'
024300                                 TO RL-0031-D-NOTE
024400         PERFORM 3900-REJECT
024500             THRU 3900-REJECT-EXIT
024600         GO TO 2200-EDIT-AND-APPLY-EXIT
024700     END-IF.
024800     PERFORM 3000-READ-ROW
024900         THRU 3000-READ-ROW-EXIT.
025000     EVALUATE TRUE
025100       WHEN CM-ADD AND WB-0031-ROW-FOUND
025200         MOVE 'ALREADY ON CALENDAR' TO RL-0031-D-NOTE
025300         PERFORM 3900-REJECT
025400             THRU 3900-REJECT-EXIT
025500         GO TO 2200-EDIT-AND-APPLY-EXIT
025600       WHEN (CM-CHANGE OR CM-DELETE) AND NOT WB-0031-ROW-FOUND
025700         MOVE 'NOT ON CALENDAR'   TO RL-0031-D-NOTE
025800         PERFORM 3900-REJECT
025900             THRU 3900-REJECT-EXIT
026000         GO TO 2200-EDIT-AND-APPLY-EXIT
026100     END-EVALUATE.
026200     PERFORM 4000-APPLY
026300         THRU 4000-APPLY-EXIT.
026400 2200-EDIT-AND-APPLY-EXIT.
026500     EXIT.
026600*****************************************************************
026700*    3000-READ-ROW - THE CALENDAR ROW AS IT STANDS              *
026800*****************************************************************
026900 3000-READ-ROW.
027000     MOVE 'N'                    TO WB-0031-ROW-SW.
027100     MOVE SPACES                 TO WH-0031-OLD-TY-CD
027200                                    WH-0031-OLD-DESC-TX.
027300     EXEC SQL
027400         SELECT G_CAL_DAY_TY_CD, G_CAL_DESC_TX
027500           INTO :WH-0031-OLD-TY-CD, :WH-0031-OLD-DESC-TX
027600           FROM G_BUS_CAL_TB
027700          WHERE G_CAL_SUBSYS_CD = :GLBUSCTB-G-CAL-SUBSYS-CD
027800            AND G_CAL_DT        = :GLBUSCTB-G-CAL-DT
027900     END-EXEC.
028000     EVALUATE SQLCODE
028100       WHEN 0
028200         SET WB-0031-ROW-FOUND   TO TRUE
028300         MOVE WH-0031-OLD-TY-CD   TO RL-0031-D-OLD-TY
028400         MOVE WH-0031-OLD-DESC-TX TO RL-0031-D-OLD-DESC
028500       WHEN 100
028600         CONTINUE
028700       WHEN OTHER
028800         GO TO 9999-SQL-ERROR
028900     END-EVALUATE.
029000 3000-READ-ROW-EXIT.
029100     EXIT.
029200*****************************************************************
029300*    3900-REJECT - COMMON REJECT-LINE OUTPUT                    *
029400*****************************************************************
029500 3900-REJECT.
029600     ADD 1 TO WB-0031-REJECT-CNT.
029700     MOVE 'REJECTED  '           TO RL-0031-D-DISP.
029800     WRITE RPTB031-REC FROM RL-0031-DETAIL
029900         AFTER ADVANCING 1 LINE.
030000 3900-REJECT-EXIT.
030100     EXIT.
030200*****************************************************************
030300*    4000-APPLY - ONE UNIT OF WORK PER CARD                     *
030400*****************************************************************
030500 4000-APPLY.
030600     MOVE CM-DAY-TY-CD           TO GLBUSCTB-G-CAL-DAY-TY-CD.
030700     MOVE CM-DESC-TX             TO GLBUSCTB-G-CAL-DESC-TX.
030800     MOVE CM-USER-ID             TO GLBUSCTB-G-UPD-USER-ID.
030900     EVALUATE TRUE
031000       WHEN CM-ADD
031100         EXEC SQL
031200             INSERT INTO G_BUS_CAL_TB
031300                    (G_CAL_SUBSYS_CD, G_CAL_DT, G_CAL_DAY_TY_CD,
031400                     G_CAL_DESC_TX, G_UPD_USER_ID, G_UPD_TS)
031500             VALUES (:GLBUSCTB-G-CAL-SUBSYS-CD,
031600                     :GLBUSCTB-G-CAL-DT,
031700                     :GLBUSCTB-G-CAL-DAY-TY-CD,
031800                     :GLBUSCTB-G-CAL-DESC-TX,
031900                     :GLBUSCTB-G-UPD-USER-ID,
032000                     TO_CHAR(CURRENT_TIMESTAMP,
032100                             'YYYY-MM-DD-HH24.MI.SS.FF6'))
032200         END-EXEC
032300       WHEN CM-CHANGE
032400         IF CM-DESC-TX = SPACES
032500             MOVE WH-0031-OLD-DESC-TX TO GLBUSCTB-G-CAL-DESC-TX
032600         END-IF
032700         EXEC SQL
032800             UPDATE G_BUS_CAL_TB
032900                SET G_CAL_DAY_TY_CD = :GLBUSCTB-G-CAL-DAY-TY-CD,
033000                    G_CAL_DESC_TX   = :GLBUSCTB-G-CAL-DESC-TX,
033100                    G_UPD_USER_ID   = :GLBUSCTB-G-UPD-USER-ID,
033200                    G_UPD_TS        = TO_CHAR(CURRENT_TIMESTAMP,
033300                                      'YYYY-MM-DD-HH24.MI.SS.FF6')
033400              WHERE G_CAL_SUBSYS_CD = :GLBUSCTB-G-CAL-SUBSYS-CD
033500                AND G_CAL_DT        = :GLBUSCTB-G-CAL-DT
033600         END-EXEC
033700       WHEN CM-DELETE
033800         MOVE SPACES             TO GLBUSCTB-G-CAL-DAY-TY-CD
033900                                    GLBUSCTB-G-CAL-DESC-TX
034000         EXEC SQL
034100             DELETE FROM G_BUS_CAL_TB
034200              WHERE G_CAL_SUBSYS_CD = :GLBUSCTB-G-CAL-SUBSYS-CD
034300                AND G_CAL_DT        = :GLBUSCTB-G-CAL-DT
034400         END-EXEC
034500     END-EVALUATE.
034600     IF SQLCODE NOT = 0
034700         GO TO 9999-SQL-ERROR
034800     END-IF.
034900     EXEC SQL COMMIT END-EXEC.
035000     ADD 1 TO WB-0031-APPLIED-CNT.
035100     MOVE 'APPLIED   '               TO RL-0031-D-DISP.
035200     MOVE GLBUSCTB-G-CAL-DAY-TY-CD   TO RL-0031-D-NEW-TY.
035300     MOVE GLBUSCTB-G-CAL-DESC-TX     TO RL-0031-D-NEW-DESC.
035400     MOVE CM-USER-ID                 TO RL-0031-D-NOTE.
035500     WRITE RPTB031-REC FROM RL-0031-DETAIL
035600         AFTER ADVANCING 1 LINE.
035700 4000-APPLY-EXIT.
035800     EXIT.
035900*****************************************************************
036000*    8000-FINALIZE                                              *
036100*****************************************************************
036200 8000-FINALIZE.
036300     MOVE 'CARDS READ'           TO RL-0031-C-LABEL.
036400     MOVE WB-0031-READ-CNT       TO RL-0031-C-CNT.
036500     WRITE RPTB031-REC FROM RL-0031-COUNT-LINE
036600         AFTER ADVANCING 2 LINES.
036700     MOVE 'APPLIED'              TO RL-0031-C-LABEL.
036800     MOVE WB-0031-APPLIED-CNT    TO RL-0031-C-CNT.
036900     WRITE RPTB031-REC FROM RL-0031-COUNT-LINE
037000         AFTER ADVANCING 1 LINE.
037100     MOVE 'REJECTED'             TO RL-0031-C-LABEL.
037200     MOVE WB-0031-REJECT-CNT     TO RL-0031-C-CNT.
037300     WRITE RPTB031-REC FROM RL-0031-COUNT-LINE
037400         AFTER ADVANCING 1 LINE.
037500     CLOSE CALMAINT-FILE RPTB031-FILE.
037600 8000-FINALIZE-EXIT.
037700     EXIT.
037800*****************************************************************
037900*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
038000*****************************************************************
038100 9999-SQL-ERROR.
038200     DISPLAY 'PDDB0031 - SQL ERROR ON G_BUS_CAL_TB'.
038300     DISPLAY 'SQLCODE = ' SQLCODE.
038400     EXEC SQL ROLLBACK END-EXEC.
038500     MOVE 16 TO RETURN-CODE.
038600     CLOSE CALMAINT-FILE RPTB031-FILE.
038700     GOBACK.
