000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDS9005.
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
001300*  10/15/26  ACS   NEW PROGRAM.  SHARED BUSINESS-DAY ROUTINE.  *
001400*                  ANSWERS "IS THIS A BUSINESS DAY", "ADD N    *
001500*                  BUSINESS DAYS", "HOW MANY BUSINESS DAYS     *
001600*                  BETWEEN" AND "WHEN IS THIS DUE UNDER RULE   *
001700*                  R" AGAINST THE G_BUS_CAL_TB HOLIDAY AND     *
001800*                  NON-PROCESSING-DAY CALENDAR.  SATURDAY AND  *
001900*                  SUNDAY ARE NEVER BUSINESS DAYS.  WHETHER A  *
002000*                  DUE-DATE RULE COUNTS BUSINESS OR CALENDAR   *
002100*                  DAYS IS SET PER RULE ON LIST 7534 (START    *
002200*                  LIMIT = RULE NAME, END LIMIT = 'B' OR 'C'); *
002300*                  A CALENDAR-DAY DEADLINE THAT LANDS ON A     *
002400*                  WEEKEND OR HOLIDAY MOVES TO THE NEXT        *
002500*                  BUSINESS DAY.                               *
002600*                                                              *
002700*****************************************************************
002800*                                                               *
002900*   CALLED BY BATCH, CICS AND THE CLAIM EDIT MODULE, SO THE     *
003000*   CALENDAR IS LOADED INTO STORAGE ON THE FIRST CALL OF THE    *
003100*   RUN UNIT (ONE CURSOR) AND EVERY LATER CALL IS ANSWERED IN   *
003200*   MEMORY.  A CALENDAR LARGER THAN THE TABLE FALLS BACK TO ONE *
003300*   SELECT PER DATE, AS THE CLAIM EDIT HOT-LIST CACHE DOES.     *
003400*   THE ROUTINE ALWAYS RETURNS TO ITS CALLER; A BAD DATE OR A   *
003500*   DATABASE ERROR IS REPORTED IN WK-9005-REPLY-CD.             *
003600*                                                               *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200*****************************************************************
004300*  DATA DIVISION                                                *
004400*****************************************************************
004500 DATA DIVISION.
004600 WORKING-STORAGE SECTION.
004700 77  WK-9005-LOADED-SW               PIC X(00001) VALUE 'N'.
004800     88  WK-9005-CAL-LOADED          VALUE 'Y'.
004900 77  WK-9005-OVERFLOW-SW             PIC X(00001) VALUE 'N'.
005000     88  WK-9005-CAL-OVERFLOW        VALUE 'Y'.
005100 77  WK-9005-EOF-SW                  PIC X(00001) VALUE 'N'.
005200     88  WK-9005-CAL-EOF             VALUE 'Y'.
005300 77  WK-9005-DAY-SW                  PIC X(00001) VALUE 'Y'.
005400     88  WK-9005-DAY-IS-BUS          VALUE 'Y'.
005500     88  WK-9005-DAY-NOT-BUS         VALUE 'N'.
005600 77  WK-9005-DATE-OK-SW              PIC X(00001) VALUE 'N'.
005700     88  WK-9005-DATE-OK             VALUE 'Y'.
005800 77  WK-9005-HOL-CNT                 PIC S9(00004) COMP
005900                                     VALUE ZERO.
006000 77  WK-9005-HOL-MAX                 PIC S9(00004) COMP
006100                                     VALUE 1500.
006200 77  WK-9005-HOL-SUB                 PIC S9(00004) COMP
006300                                     VALUE ZERO.
006400 77  WK-9005-RULE-CNT                PIC S9(00004) COMP
006500                                     VALUE ZERO.
006600 77  WK-9005-RULE-MAX                PIC S9(00004) COMP
006700                                     VALUE 20.
006800 77  WK-9005-RULE-SUB                PIC S9(00004) COMP
006900                                     VALUE ZERO.
007000 77  WK-9005-RULE-HIT                PIC S9(00004) COMP
007100                                     VALUE ZERO.
007200 77  WK-9005-DT-INT                  PIC S9(00009) COMP
007300                                     VALUE ZERO.
007400 77  WK-9005-FROM-INT                PIC S9(00009) COMP
007500                                     VALUE ZERO.
007600 77  WK-9005-END-INT                 PIC S9(00009) COMP
007700                                     VALUE ZERO.
007800 77  WK-9005-WORK-INT                PIC S9(00009) COMP
007900                                     VALUE ZERO.
008000 77  WK-9005-DOW-QUOT                PIC S9(00009) COMP
008100                                     VALUE ZERO.
008200 77  WK-9005-DOW-REM                 PIC S9(00004) COMP
008300                                     VALUE ZERO.
008400 77  WK-9005-STEP                    PIC S9(00004) COMP
008500                                     VALUE ZERO.
008600 77  WK-9005-WANT-CNT                PIC S9(00005) COMP-3
008700                                     VALUE ZERO.
008800 77  WK-9005-GOT-CNT                 PIC S9(00005) COMP-3
008900                                     VALUE ZERO.
009000 77  WK-9005-GUARD-CNT               PIC S9(00005) COMP-3
009100                                     VALUE ZERO.
009200*    NO DEADLINE IS SOUGHT MORE THAN TEN YEARS OF DAYS OUT.
009300 77  WK-9005-GUARD-MAX               PIC S9(00005) COMP-3
009400                                     VALUE 3660.
009500*    CCYY-MM-DD IN, AS ENTERED, FOR VALIDATION.
009600 01  WK-9005-IN-DT.
009700     05  WK-9005-IN-CCYY             PIC X(00004).
009800     05  WK-9005-IN-DASH1            PIC X(00001).
009900     05  WK-9005-IN-MM               PIC X(00002).
010000     05  WK-9005-IN-DASH2            PIC X(00001).
010100     05  WK-9005-IN-DD               PIC X(00002).
010200 01  WK-9005-NUM-DT.
010300     05  WK-9005-NUM-CCYY            PIC 9(00004).
010400     05  WK-9005-NUM-MM              PIC 9(00002).
010500     05  WK-9005-NUM-DD              PIC 9(00002).
010600 01  WK-9005-NUM-DT-9 REDEFINES WK-9005-NUM-DT
010700                                     PIC 9(00008).
010800 01  WK-9005-CHK-DT-9                PIC 9(00008).
010900*    CCYY-MM-DD OUT.
011000 01  WK-9005-ISO-DT.
011100     05  WK-9005-ISO-CCYY            PIC 9(00004).
011200     05  FILLER                      PIC X(00001) VALUE '-'.
011300     05  WK-9005-ISO-MM              PIC 9(00002).
011400     05  FILLER                      PIC X(00001) VALUE '-'.
011500     05  WK-9005-ISO-DD              PIC 9(00002).
011600*    CALENDAR DATES AS DAY INTEGERS, ASCENDING.
011700 01  WK-9005-HOL-TABLE.
011800     05  WK-9005-HOL-INT             PIC S9(00009) COMP
011900                                     OCCURS 1500 TIMES.
012000*    LIST 7534 RULES ALREADY LOOKED UP IN THIS RUN UNIT.
012100 01  WK-9005-RULE-TABLE.
012200     05  WK-9005-RULE-ENTRY          OCCURS 20 TIMES.
012300         10  WK-9005-RULE-NAM        PIC X(00012).
012400         10  WK-9005-RULE-BASIS      PIC X(00001).
012500     EXEC SQL INCLUDE SQLCA END-EXEC.
012600     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
012700     COPY GLBUSCTB.
012800 01  WH-9005-HOST-VARS.
012900     05  WH-9005-RULE-TX             PIC X(00015).
013000     05  WH-9005-BASIS-TX            PIC X(00015).
013100     05  WH-9005-HIT                 PIC S9(00004) COMP.
013200     EXEC SQL END DECLARE SECTION END-EXEC.
013300     EXEC SQL
013400         DECLARE S9005CAL CURSOR FOR
013500         SELECT G_CAL_DT
013600           FROM G_BUS_CAL_TB
013700          WHERE G_CAL_SUBSYS_CD = 'C'
013800          ORDER BY G_CAL_DT
013900     END-EXEC.
014000*****************************************************************
014100*  LINKAGE SECTION                                              *
014200*****************************************************************
014300 LINKAGE SECTION.
014400     COPY WKC90050.
014500*****************************************************************
014600*  PROCEDURE DIVISION                                          *
014700*****************************************************************
014800 PROCEDURE DIVISION USING WK-9005-CALL-PARMS.
014900*
015000 S000-000-MAINLINE       SECTION.
015100 S000-010-START.
015200     SET WK-9005-OK              TO TRUE.
015300     MOVE SPACES                 TO WK-9005-RESULT-DT
015400                                    WK-9005-BUS-DAY-SW
015500                                    WK-9005-BASIS-CD.
015600     MOVE ZERO                   TO WK-9005-RESULT-CNT
015700                                    WK-9005-SQLCODE.
015800     IF NOT WK-9005-CAL-LOADED
015900         PERFORM S100-000-LOAD-CALENDAR
016000             THRU S100-999-EXIT
016100         IF WK-9005-SQL-ERROR
016200             GOBACK
016300         END-IF
016400     END-IF.
016500     MOVE WK-9005-FROM-DT        TO WK-9005-IN-DT.
016600     PERFORM S200-000-DATE-TO-INT
016700         THRU S200-999-EXIT.
016800     IF NOT WK-9005-DATE-OK
016900         SET WK-9005-BAD-DATE    TO TRUE
017000         GOBACK
017100     END-IF.
017200     MOVE WK-9005-WORK-INT       TO WK-9005-FROM-INT
017300                                    WK-9005-DT-INT.
017400     EVALUATE TRUE
017500       WHEN WK-9005-IS-BUS-DAY
017600         PERFORM S300-000-CHECK-DAY
017700             THRU S300-999-EXIT
017800         MOVE WK-9005-DAY-SW     TO WK-9005-BUS-DAY-SW
017900         MOVE WK-9005-FROM-DT    TO WK-9005-RESULT-DT
018000       WHEN WK-9005-ADD-BUS-DAYS
018100         MOVE WK-9005-DAY-CNT    TO WK-9005-WANT-CNT
018200         PERFORM S400-000-ADD-BUS-DAYS
018300             THRU S400-999-EXIT
018400       WHEN WK-9005-COUNT-BUS-DAYS
018500         PERFORM S500-000-COUNT-BUS-DAYS
018600             THRU S500-999-EXIT
018700       WHEN WK-9005-DUE-BY-RULE
018800         PERFORM S600-000-DUE-BY-RULE
018900             THRU S600-999-EXIT
019000       WHEN OTHER
019100         SET WK-9005-BAD-FUNCTION TO TRUE
019200     END-EVALUATE.
019300     GOBACK.
019400*****************************************************************
019500*    S100-000-LOAD-CALENDAR - ONE PASS OF G_BUS_CAL_TB INTO THE  *
019600*    IN-STORAGE TABLE.  A DATABASE ERROR LEAVES THE TABLE        *
019700*    UNLOADED SO THE NEXT CALL TRIES AGAIN                       *
019800*****************************************************************
019900 S100-000-LOAD-CALENDAR.
020000     MOVE ZERO                   TO WK-9005-HOL-CNT.
020100     MOVE 'N'                    TO WK-9005-EOF-SW
020200                                    WK-9005-OVERFLOW-SW.
020300     EXEC SQL
020400         OPEN S9005CAL
020500     END-EXEC.
020600     IF SQLCODE NOT = 0
020700         MOVE SQLCODE            TO WK-9005-SQLCODE
020800         SET WK-9005-SQL-ERROR   TO TRUE
020900         GO TO S100-999-EXIT
021000     END-IF.
021100     PERFORM S110-000-FETCH-ONE
021200         THRU S110-999-EXIT
021300         UNTIL WK-9005-CAL-EOF.
021400     EXEC SQL
021500         CLOSE S9005CAL
021600     END-EXEC.
021700     IF NOT WK-9005-SQL-ERROR
021800         SET WK-9005-CAL-LOADED  TO TRUE
021900     END-IF.
022000 S100-999-EXIT.
022100     EXIT.
022200*****************************************************************
022300*    S110-000-FETCH-ONE                                         *
022400*****************************************************************
022500 S110-000-FETCH-ONE.
022600     EXEC SQL
022700         FETCH S9005CAL
022800          INTO :GLBUSCTB-G-CAL-DT
022900     END-EXEC.
023000     EVALUATE SQLCODE
023100       WHEN 0
023200         CONTINUE
023300       WHEN 100
023400         SET WK-9005-CAL-EOF     TO TRUE
023500         GO TO S110-999-EXIT
023600       WHEN OTHER
023700         MOVE SQLCODE            TO WK-9005-SQLCODE
023800         SET WK-9005-SQL-ERROR   TO TRUE
023900         SET WK-9005-CAL-EOF     TO TRUE
024000         GO TO S110-999-EXIT
024100     END-EVALUATE.
024200     IF WK-9005-HOL-CNT NOT < WK-9005-HOL-MAX
024300         SET WK-9005-CAL-OVERFLOW TO TRUE
024400         SET WK-9005-CAL-EOF     TO TRUE
024500         GO TO S110-999-EXIT
024600     END-IF.
024700     MOVE GLBUSCTB-G-CAL-DT      TO WK-9005-IN-DT.
024800     PERFORM S200-000-DATE-TO-INT
024900         THRU S200-999-EXIT.
025000     IF WK-9005-DATE-OK
025100         ADD 1                   TO WK-9005-HOL-CNT
025200         MOVE WK-9005-WORK-INT
025300                         TO WK-9005-HOL-INT (WK-9005-HOL-CNT)
025400     END-IF.
025500 S110-999-EXIT.
025600     EXIT.
025700*****************************************************************
025800*    S200-000-DATE-TO-INT - CCYY-MM-DD IN WK-9005-IN-DT TO A DAY *
025900*    INTEGER IN WK-9005-WORK-INT.  THE DATE MUST SURVIVE THE     *
026000*    ROUND TRIP BACK (NO 02-30)                                  *
026100*****************************************************************
026200 S200-000-DATE-TO-INT.
026300     MOVE 'N'                    TO WK-9005-DATE-OK-SW.
026400     MOVE ZERO                   TO WK-9005-WORK-INT.
026500     IF WK-9005-IN-CCYY  NOT NUMERIC
026600        OR WK-9005-IN-MM NOT NUMERIC
026700        OR WK-9005-IN-DD NOT NUMERIC
026800        OR WK-9005-IN-DASH1 NOT = '-'
026900        OR WK-9005-IN-DASH2 NOT = '-'
027000         GO TO S200-999-EXIT
027100     END-IF.
027200     MOVE WK-9005-IN-CCYY        TO WK-9005-NUM-CCYY.
027300     MOVE WK-9005-IN-MM          TO WK-9005-NUM-MM.
027400     MOVE WK-9005-IN-DD          TO WK-9005-NUM-DD.
027500     IF WK-9005-NUM-CCYY < 1601
027600        OR WK-9005-NUM-MM < 1 OR WK-9005-NUM-MM > 12
027700        OR WK-9005-NUM-DD < 1 OR WK-9005-NUM-DD > 31
027800         GO TO S200-999-EXIT
027900     END-IF.
028000     COMPUTE WK-9005-WORK-INT =
028100         FUNCTION INTEGER-OF-DATE (WK-9005-NUM-DT-9).
028200     IF WK-9005-WORK-INT NOT > ZERO
028300         GO TO S200-999-EXIT
028400     END-IF.
028500     COMPUTE WK-9005-CHK-DT-9 =
028600         FUNCTION DATE-OF-INTEGER (WK-9005-WORK-INT).
028700     IF WK-9005-CHK-DT-9 = WK-9005-NUM-DT-9
028800         SET WK-9005-DATE-OK     TO TRUE
028900     END-IF.
029000 S200-999-EXIT.
029100     EXIT.
029200*****************************************************************
029300*    S250-000-INT-TO-DATE - WK-9005-DT-INT TO CCYY-MM-DD IN      *
029400*    WK-9005-ISO-DT                                             *
029500*****************************************************************
029600 S250-000-INT-TO-DATE.
029700     COMPUTE WK-9005-NUM-DT-9 =
029800         FUNCTION DATE-OF-INTEGER (WK-9005-DT-INT).
029900     MOVE WK-9005-NUM-CCYY       TO WK-9005-ISO-CCYY.
030000     MOVE WK-9005-NUM-MM         TO WK-9005-ISO-MM.
030100     MOVE WK-9005-NUM-DD         TO WK-9005-ISO-DD.
030200 S250-999-EXIT.
030300     EXIT.
030400*****************************************************************
030500*    S300-000-CHECK-DAY - IS WK-9005-DT-INT A BUSINESS DAY.      *
030600*    DAY 1 (1601-01-01) WAS A MONDAY, SO THE REMAINDER BY SEVEN  *
030700*    IS 6 ON A SATURDAY AND 0 ON A SUNDAY                        *
030800*****************************************************************
030900 S300-000-CHECK-DAY.
031000     SET WK-9005-DAY-IS-BUS      TO TRUE.
031100     DIVIDE WK-9005-DT-INT BY 7 GIVING WK-9005-DOW-QUOT
031200         REMAINDER WK-9005-DOW-REM.
031300     IF WK-9005-DOW-REM = 6 OR WK-9005-DOW-REM = 0
031400         SET WK-9005-DAY-NOT-BUS TO TRUE
031500         GO TO S300-999-EXIT
031600     END-IF.
031700     IF WK-9005-CAL-OVERFLOW
031800         PERFORM S320-000-CHECK-DAY-SQL
031900             THRU S320-999-EXIT
032000     ELSE
032100         PERFORM S310-000-SCAN-ONE
032200             THRU S310-999-EXIT
032300             VARYING WK-9005-HOL-SUB FROM 1 BY 1
032400             UNTIL WK-9005-HOL-SUB > WK-9005-HOL-CNT
032500     END-IF.
032600 S300-999-EXIT.
032700     EXIT.
032800*****************************************************************
032900*    S310-000-SCAN-ONE - THE TABLE IS IN DATE ORDER, SO THE SCAN *
033000*    STOPS AT THE FIRST ENTRY NOT BEFORE THE DAY                 *
033100*****************************************************************
033200 S310-000-SCAN-ONE.
033300     IF WK-9005-HOL-INT (WK-9005-HOL-SUB) < WK-9005-DT-INT
033400         GO TO S310-999-EXIT
033500     END-IF.
033600     IF WK-9005-HOL-INT (WK-9005-HOL-SUB) = WK-9005-DT-INT
033700         SET WK-9005-DAY-NOT-BUS TO TRUE
033800     END-IF.
033900     MOVE WK-9005-HOL-CNT        TO WK-9005-HOL-SUB.
034000 S310-999-EXIT.
034100     EXIT.
034200*****************************************************************
034300*    S320-000-CHECK-DAY-SQL - OVERFLOWED CALENDAR, ONE SELECT    *
034400*****************************************************************
034500 S320-000-CHECK-DAY-SQL.
034600     PERFORM S250-000-INT-TO-DATE
034700         THRU S250-999-EXIT.
034800     MOVE WK-9005-ISO-DT         TO GLBUSCTB-G-CAL-DT.
034900     MOVE ZERO                   TO WH-9005-HIT.
035000     EXEC SQL
035100         SELECT COUNT(*)
035200           INTO :WH-9005-HIT
035300           FROM G_BUS_CAL_TB
035400          WHERE G_CAL_SUBSYS_CD = 'C'
035500            AND G_CAL_DT        = :GLBUSCTB-G-CAL-DT
035600     END-EXEC.
035700     IF SQLCODE NOT = 0
035800         MOVE SQLCODE            TO WK-9005-SQLCODE
035900         SET WK-9005-SQL-ERROR   TO TRUE
036000     END-IF.
036100     IF WH-9005-HIT > ZERO
036200         SET WK-9005-DAY-NOT-BUS TO TRUE
036300     END-IF.
036400 S320-999-EXIT.
036500     EXIT.
036600*****************************************************************
036700*    S400-000-ADD-BUS-DAYS - MOVE WK-9005-WANT-CNT BUSINESS DAYS *
036800*    FROM WK-9005-DT-INT (BACK WHEN NEGATIVE).  ZERO ROLLS A     *
036900*    NON-BUSINESS DAY FORWARD TO THE NEXT BUSINESS DAY           *
037000*****************************************************************
037100 S400-000-ADD-BUS-DAYS.
037200     MOVE ZERO                   TO WK-9005-GOT-CNT
037300                                    WK-9005-GUARD-CNT.
037400     IF WK-9005-WANT-CNT < ZERO
037500         MOVE -1                 TO WK-9005-STEP
037600         COMPUTE WK-9005-WANT-CNT = 0 - WK-9005-WANT-CNT
037700     ELSE
037800         MOVE 1                  TO WK-9005-STEP
037900     END-IF.
038000     IF WK-9005-WANT-CNT = ZERO
038100         PERFORM S300-000-CHECK-DAY
038200             THRU S300-999-EXIT
038300         PERFORM S410-000-ROLL-FORWARD
038400             THRU S410-999-EXIT
038500             UNTIL WK-9005-DAY-IS-BUS
038600                OR WK-9005-GUARD-CNT > WK-9005-GUARD-MAX
038700     ELSE
038800         PERFORM S420-000-STEP-ONE-DAY
038900             THRU S420-999-EXIT
039000             UNTIL WK-9005-GOT-CNT = WK-9005-WANT-CNT
039100                OR WK-9005-GUARD-CNT > WK-9005-GUARD-MAX
039200     END-IF.
039300     IF WK-9005-GUARD-CNT > WK-9005-GUARD-MAX
039400         SET WK-9005-BAD-DATE    TO TRUE
039500         GO TO S400-999-EXIT
039600     END-IF.
039700     PERFORM S250-000-INT-TO-DATE
039800         THRU S250-999-EXIT.
039900     MOVE WK-9005-ISO-DT         TO WK-9005-RESULT-DT.
040000     MOVE WK-9005-DAY-SW         TO WK-9005-BUS-DAY-SW.
040100 S400-999-EXIT.
040200     EXIT.
040300*****************************************************************
040400*    S410-000-ROLL-FORWARD                                      *
040500*****************************************************************
040600 S410-000-ROLL-FORWARD.
040700     ADD 1                       TO WK-9005-DT-INT
040800                                    WK-9005-GUARD-CNT.
040900     PERFORM S300-000-CHECK-DAY
041000         THRU S300-999-EXIT.
041100 S410-999-EXIT.
041200     EXIT.
041300*****************************************************************
041400*    S420-000-STEP-ONE-DAY                                      *
041500*****************************************************************
041600 S420-000-STEP-ONE-DAY.
041700     ADD WK-9005-STEP            TO WK-9005-DT-INT.
041800     ADD 1                       TO WK-9005-GUARD-CNT.
041900     PERFORM S300-000-CHECK-DAY
042000         THRU S300-999-EXIT.
042100     IF WK-9005-DAY-IS-BUS
042200         ADD 1                   TO WK-9005-GOT-CNT
042300     END-IF.
042400 S420-999-EXIT.
042500     EXIT.
042600*****************************************************************
042700*    S500-000-COUNT-BUS-DAYS - BUSINESS DAYS AFTER THE FROM DATE *
042800*    UP TO AND INCLUDING THE TO DATE; NEGATIVE WHEN THE TO DATE  *
042900*    IS THE EARLIER OF THE TWO                                   *
043000*****************************************************************
043100 S500-000-COUNT-BUS-DAYS.
043200     MOVE WK-9005-TO-DT          TO WK-9005-IN-DT.
043300     PERFORM S200-000-DATE-TO-INT
043400         THRU S200-999-EXIT.
043500     IF NOT WK-9005-DATE-OK
043600         SET WK-9005-BAD-DATE    TO TRUE
043700         GO TO S500-999-EXIT
043800     END-IF.
043900     MOVE ZERO                   TO WK-9005-GOT-CNT.
044000     IF WK-9005-WORK-INT < WK-9005-FROM-INT
044100         MOVE WK-9005-WORK-INT   TO WK-9005-DT-INT
044200         MOVE WK-9005-FROM-INT   TO WK-9005-END-INT
044300         MOVE -1                 TO WK-9005-STEP
044400     ELSE
044500         MOVE WK-9005-FROM-INT   TO WK-9005-DT-INT
044600         MOVE WK-9005-WORK-INT   TO WK-9005-END-INT
044700         MOVE 1                  TO WK-9005-STEP
044800     END-IF.
044900     PERFORM S510-000-COUNT-ONE-DAY
045000         THRU S510-999-EXIT
045100         UNTIL WK-9005-DT-INT NOT < WK-9005-END-INT.
045200     COMPUTE WK-9005-RESULT-CNT =
045300         WK-9005-GOT-CNT * WK-9005-STEP.
045400     MOVE WK-9005-TO-DT          TO WK-9005-RESULT-DT.
045500 S500-999-EXIT.
045600     EXIT.
045700*****************************************************************
045800*    S510-000-COUNT-ONE-DAY                                     *
045900*****************************************************************
046000 S510-000-COUNT-ONE-DAY.
046100     ADD 1                       TO WK-9005-DT-INT.
046200     PERFORM S300-000-CHECK-DAY
046300         THRU S300-999-EXIT.
046400     IF WK-9005-DAY-IS-BUS
046500         ADD 1                   TO WK-9005-GOT-CNT
046600     END-IF.
046700 S510-999-EXIT.
046800     EXIT.
046900*****************************************************************
047000*    S600-000-DUE-BY-RULE - THE RULE'S BASIS FROM LIST 7534,     *
047100*    THEN BUSINESS DAYS, OR CALENDAR DAYS ROLLED OFF A WEEKEND   *
047200*    OR HOLIDAY                                                  *
047300*****************************************************************
047400 S600-000-DUE-BY-RULE.
047500     PERFORM S610-000-RULE-BASIS
047600         THRU S610-999-EXIT.
047700     IF WK-9005-BUSINESS-BASIS
047800         MOVE WK-9005-DAY-CNT    TO WK-9005-WANT-CNT
047900     ELSE
048000         ADD WK-9005-DAY-CNT     TO WK-9005-DT-INT
048100         MOVE ZERO               TO WK-9005-WANT-CNT
048200     END-IF.
048300     PERFORM S400-000-ADD-BUS-DAYS
048400         THRU S400-999-EXIT.
048500 S600-999-EXIT.
048600     EXIT.
048700*****************************************************************
048800*    S610-000-RULE-BASIS - CACHED PER RUN UNIT.  NO ACTIVE ROW   *
048900*    (OR AN UNREADABLE ONE) TAKES THE CALLER'S DEFAULT           *
049000*****************************************************************
049100 S610-000-RULE-BASIS.
049200     MOVE ZERO                   TO WK-9005-RULE-HIT.
049300     PERFORM S620-000-FIND-RULE
049400         THRU S620-999-EXIT
049500         VARYING WK-9005-RULE-SUB FROM 1 BY 1
049600         UNTIL WK-9005-RULE-SUB > WK-9005-RULE-CNT
049700            OR WK-9005-RULE-HIT > ZERO.
049800     IF WK-9005-RULE-HIT > ZERO
049900         MOVE WK-9005-RULE-BASIS (WK-9005-RULE-HIT)
050000                                 TO WK-9005-BASIS-CD
050100         GO TO S610-999-EXIT
050200     END-IF.
050300     IF WK-9005-DFLT-BASIS-CD = 'B'
050400         SET WK-9005-BUSINESS-BASIS TO TRUE
050500     ELSE
050600         SET WK-9005-CALENDAR-BASIS TO TRUE
050700     END-IF.
050800     MOVE WK-9005-RULE-ID        TO WH-9005-RULE-TX.
050900     MOVE SPACES                 TO WH-9005-BASIS-TX.
051000     EXEC SQL
051100         SELECT G_LIST_END_LMT
051200           INTO :WH-9005-BASIS-TX
051300           FROM G_LIST_DTL_TB
051400          WHERE G_LIST_SUBSYS_CD   = 'C'
051500            AND G_LIST_NUM         = '7534'
051600            AND G_LIST_STRT_LMT    = :WH-9005-RULE-TX
051700            AND G_LIST_EFF_STRT_DT <= TRUNC(CURRENT_DATE)
051800            AND G_LIST_EFF_END_DT  >= TRUNC(CURRENT_DATE)
051900            AND ROWNUM = 1
052000     END-EXEC.
052100     IF SQLCODE = 0
052200        AND (WH-9005-BASIS-TX (1:1) = 'B' OR 'C')
052300         MOVE WH-9005-BASIS-TX (1:1) TO WK-9005-BASIS-CD
052400     END-IF.
052500     IF WK-9005-RULE-CNT < WK-9005-RULE-MAX
052600         ADD 1                   TO WK-9005-RULE-CNT
052700         MOVE WK-9005-RULE-ID
052800                         TO WK-9005-RULE-NAM (WK-9005-RULE-CNT)
052900         MOVE WK-9005-BASIS-CD
053000                         TO WK-9005-RULE-BASIS (WK-9005-RULE-CNT)
053100     END-IF.
053200 S610-999-EXIT.
053300     EXIT.
053400*****************************************************************
053500*    S620-000-FIND-RULE                                         *
053600*****************************************************************
053700 S620-000-FIND-RULE.
053800     IF WK-9005-RULE-NAM (WK-9005-RULE-SUB) = WK-9005-RULE-ID
053900         MOVE WK-9005-RULE-SUB   TO WK-9005-RULE-HIT
054000     END-IF.
054100 S620-999-EXIT.
054200     EXIT.
