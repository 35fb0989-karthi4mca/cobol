000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0030.
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
001300*  10/15/26  ACS   NEW PROGRAM.  BUSINESS PROCESSING-DATE      *
001400*                  ADVANCE.  RUN BY OPERATIONS ONCE PER BATCH  *
001500*                  CYCLE, BEFORE THE FIRST DATED STEP.  MOVES  *
001600*                  THE CLAIMS BATCH ROW ON G_PROC_DT_CTL_TB TO *
001700*                  THE NEXT BUSINESS DATE: THE CURRENT DATE    *
001800*                  BECOMES THE PRIOR BUSINESS DATE AND THE     *
001900*                  CYCLE NUMBER GOES UP BY ONE.  AN ADVPARM    *
002000*                  CARD MAY NAME THE NEW DATE (CATCH-UP AFTER  *
002100*                  AN OUTAGE, OR THE FIRST CYCLE WHEN NO ROW   *
002200*                  EXISTS YET); A DATE THAT DOES NOT MOVE      *
002300*                  FORWARD NEEDS THE FORCE FLAG, SO A DOUBLE   *
002400*                  SUBMIT CANNOT SKIP OR REPEAT A DAY.         *
002414*  10/15/26  ACS   WITH NO ADVPARM DATE THE NEW BUSINESS DATE  *
002428*                  IS THE NEXT BUSINESS DAY (SHARED PDDS9005   *
002442*                  ROUTINE - WEEKENDS AND THE G_BUS_CAL_TB     *
002456*                  HOLIDAYS ARE SKIPPED), NOT SIMPLY THE NEXT  *
002470*                  CALENDAR DAY. A CARD DATE THAT IS NOT A     *
002484*                  BUSINESS DAY NEEDS THE FORCE FLAG.          *
002500*                                                              *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ADVPARM-FILE ASSIGN TO ADVPARM
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT RPTB030-FILE ASSIGN TO RPTB030
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800*****************************************************************
003900*  DATA DIVISION                                                *
004000*****************************************************************
004100 DATA DIVISION.
004200 FILE SECTION.
004280*    OPTIONAL.  NEW BUSINESS DATE CCYY-MM-DD (BLANK = THE NEXT
004360*    BUSINESS DAY AFTER THE CURRENT ONE); FORCE 'Y' ALLOWS A DATE
004440*    THAT IS NOT AFTER THE CURRENT BUSINESS DATE, OR THAT IS A
004520*    WEEKEND OR HOLIDAY.
004600 FD  ADVPARM-FILE.
004700 01  AV-PARM-REC.
004800     05  AV-NEW-BUS-DT               PIC X(00010).
004900     05  FILLER                      PIC X(00001).
005000     05  AV-FORCE-SW                 PIC X(00001).
005100         88  AV-FORCE                VALUE 'Y'.
005200     05  FILLER                      PIC X(00068).
005300 FD  RPTB030-FILE
005400     RECORDING MODE IS F.
005500 01  RPTB030-REC                     PIC X(00133).
005600*****************************************************************
005700*  WORKING-STORAGE SECTION                                     *
005800*****************************************************************
005900 WORKING-STORAGE SECTION.
006000 77  WB-0030-ROW-SW                  PIC X(00001) VALUE 'N'.
006100     88  WB-0030-ROW-FOUND           VALUE 'Y'.
006200*****************************************************************
006300*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
006400*****************************************************************
006500     EXEC SQL INCLUDE SQLCA END-EXEC.
006600     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
006700     COPY GLPRCDTB.
006800 01  WH-0030-HOST-VARS.
006900     05  WH-0030-OLD-BUS-DT          PIC X(00010).
007000     05  WH-0030-OLD-PRIOR-DT        PIC X(00010).
007100     05  WH-0030-OLD-CYCLE-NUM       PIC S9(00007) COMP-3.
007200     05  WH-0030-NEW-BUS-DT          PIC X(00010).
007300     05  WH-0030-CHK-DT              PIC X(00010).
007400     05  WH-0030-DAY-BEFORE-DT       PIC X(00010).
007500     EXEC SQL END DECLARE SECTION END-EXEC.
007533*    BUSINESS-DAY ROUTINE - SHARED PDDS9005.
007566     COPY WKC90050.
007600*****************************************************************
007700*  REPORT LINE LAYOUTS                                         *
007800*****************************************************************
007900 01  RL-0030-HDG1.
008000     05  FILLER                      PIC X(00001) VALUE SPACE.
008100     05  FILLER                      PIC X(00050) VALUE
008200         'PDDB0030 - BUSINESS PROCESSING-DATE ADVANCE'.
008300 01  RL-0030-DT-LINE.
008400     05  FILLER                      PIC X(00001) VALUE SPACE.
008500     05  RL-0030-D-LABEL             PIC X(00030).
008600     05  RL-0030-D-BUS-DT            PIC X(00010).
008700     05  FILLER                      PIC X(00010)
008800                                     VALUE '   PRIOR '.
008900     05  RL-0030-D-PRIOR-DT          PIC X(00010).
009000     05  FILLER                      PIC X(00010)
009100                                     VALUE '   CYCLE '.
009200     05  RL-0030-D-CYCLE             PIC Z(00006)9.
009300 01  RL-0030-MSG-LINE.
009400     05  FILLER                      PIC X(00001) VALUE SPACE.
009500     05  RL-0030-M-TX                PIC X(00080).
009600*****************************************************************
009700*  PROCEDURE DIVISION                                          *
009800*****************************************************************
009900 PROCEDURE DIVISION.
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE
010200         THRU 1000-INITIALIZE-EXIT.
010300     PERFORM 2000-SET-NEW-DATE
010400         THRU 2000-SET-NEW-DATE-EXIT.
010500     PERFORM 3000-ADVANCE
010600         THRU 3000-ADVANCE-EXIT.
010700     PERFORM 8000-FINALIZE
010800         THRU 8000-FINALIZE-EXIT.
010900     GOBACK.
011000*****************************************************************
011100*    1000-INITIALIZE - ADVPARM CARD AND THE CURRENT CONTROL ROW *
011200*****************************************************************
011300 1000-INITIALIZE.
011400     OPEN INPUT  ADVPARM-FILE.
011500     OPEN OUTPUT RPTB030-FILE.
011600     READ ADVPARM-FILE
011700         AT END MOVE SPACES TO AV-PARM-REC
011800     END-READ.
011900     WRITE RPTB030-REC FROM RL-0030-HDG1
012000         BEFORE ADVANCING TO-NEW-PAGE.
012100     MOVE 'C'                    TO GLPRCDTB-G-PROC-SUBSYS-CD.
012200     EXEC SQL
012300         SELECT G_BUS_DT, G_PRIOR_BUS_DT, G_CYCLE_NUM
012400           INTO :WH-0030-OLD-BUS-DT,
012500                :WH-0030-OLD-PRIOR-DT,
012600                :WH-0030-OLD-CYCLE-NUM
012700           FROM G_PROC_DT_CTL_TB
012800          WHERE G_PROC_SUBSYS_CD = :GLPRCDTB-G-PROC-SUBSYS-CD
012900     END-EXEC.
013000     EVALUATE SQLCODE
013100       WHEN 0
013200         SET WB-0030-ROW-FOUND   TO TRUE
013300         MOVE 'BEFORE - BUSINESS DATE' TO RL-0030-D-LABEL
013400         MOVE WH-0030-OLD-BUS-DT       TO RL-0030-D-BUS-DT
013500         MOVE WH-0030-OLD-PRIOR-DT     TO RL-0030-D-PRIOR-DT
013600         MOVE WH-0030-OLD-CYCLE-NUM    TO RL-0030-D-CYCLE
013700         WRITE RPTB030-REC FROM RL-0030-DT-LINE
013800             AFTER ADVANCING 2 LINES
013900       WHEN 100
014000         MOVE ZERO               TO WH-0030-OLD-CYCLE-NUM
014100         MOVE 'NO CONTROL ROW - FIRST CYCLE'
014200                                 TO RL-0030-M-TX
014300         WRITE RPTB030-REC FROM RL-0030-MSG-LINE
014400             AFTER ADVANCING 2 LINES
014500       WHEN OTHER
014600         GO TO 9999-SQL-ERROR
014700     END-EVALUATE.
014800 1000-INITIALIZE-EXIT.
014900     EXIT.
015000*****************************************************************
015100*    2000-SET-NEW-DATE - THE CARD DATE, ELSE THE NEXT BUSINESS  *
015200*    DAY AFTER THE CURRENT BUSINESS DATE.  A BAD OR BACKWARD    *
015300*    DATE ENDS THE STEP WITH THE CONTROL ROW UNCHANGED          *
015400*****************************************************************
015500 2000-SET-NEW-DATE.
015600     IF AV-NEW-BUS-DT = SPACES
015700         IF NOT WB-0030-ROW-FOUND
015800             MOVE 'NO CONTROL ROW - ADVPARM DATE REQUIRED'
015900                                 TO RL-0030-M-TX
016000             GO TO 9000-REJECT-RUN
016100         END-IF
016257         SET WK-9005-ADD-BUS-DAYS TO TRUE
016414         MOVE WH-0030-OLD-BUS-DT TO WK-9005-FROM-DT
016571         MOVE 1                  TO WK-9005-DAY-CNT
016728         PERFORM 2900-CALL-9005
016885             THRU 2900-CALL-9005-EXIT
017042         MOVE WK-9005-RESULT-DT  TO WH-0030-NEW-BUS-DT
017200         GO TO 2000-SET-NEW-DATE-EXIT
017300     END-IF.
017400     MOVE AV-NEW-BUS-DT          TO WH-0030-NEW-BUS-DT.
017500     IF WH-0030-NEW-BUS-DT (1:4) NOT NUMERIC
017600        OR WH-0030-NEW-BUS-DT (5:1) NOT = '-'
017700        OR WH-0030-NEW-BUS-DT (6:2) NOT NUMERIC
017800        OR WH-0030-NEW-BUS-DT (8:1) NOT = '-'
017900        OR WH-0030-NEW-BUS-DT (9:2) NOT NUMERIC
018000         MOVE 'ADVPARM DATE NOT CCYY-MM-DD'
018100                                 TO RL-0030-M-TX
018200         GO TO 9000-REJECT-RUN
018300     END-IF.
018400     EXEC SQL
018500         SELECT TO_CHAR(TO_DATE(:WH-0030-NEW-BUS-DT,'YYYY-MM-DD'),
018600                        'YYYY-MM-DD')
018700           INTO :WH-0030-CHK-DT
018800           FROM DUAL
018900     END-EXEC.
019000     IF SQLCODE NOT = 0
019100        OR WH-0030-CHK-DT NOT = WH-0030-NEW-BUS-DT
019200         MOVE 'ADVPARM DATE IS NOT A CALENDAR DATE'
019300                                 TO RL-0030-M-TX
019400         GO TO 9000-REJECT-RUN
019500     END-IF.
019600     IF WB-0030-ROW-FOUND
019700        AND WH-0030-NEW-BUS-DT NOT > WH-0030-OLD-BUS-DT
019800        AND NOT AV-FORCE
019900         MOVE 'ADVPARM DATE NOT AFTER BUSINESS DATE, NO FORCE'
020000                                 TO RL-0030-M-TX
020100         GO TO 9000-REJECT-RUN
020200     END-IF.
020209     SET WK-9005-IS-BUS-DAY      TO TRUE.
020218     MOVE WH-0030-NEW-BUS-DT     TO WK-9005-FROM-DT.
020227     PERFORM 2900-CALL-9005
020236         THRU 2900-CALL-9005-EXIT.
020245     IF WK-9005-NON-BUSINESS-DAY
020254        AND NOT AV-FORCE
020263         MOVE 'ADVPARM DATE NOT A BUSINESS DAY, NO FORCE'
020272                                 TO RL-0030-M-TX
020281         GO TO 9000-REJECT-RUN
020290     END-IF.
020300 2000-SET-NEW-DATE-EXIT.
020307     EXIT.
020314*****************************************************************
020321*    2900-CALL-9005 - BUSINESS-DAY ROUTINE; A CALENDAR THAT     *
020328*    CANNOT BE READ ENDS THE STEP WITH NOTHING CHANGED          *
020335*****************************************************************
020342 2900-CALL-9005.
020349     CALL 'PDDS9005' USING WK-9005-CALL-PARMS.
020356     IF NOT WK-9005-OK
020363         MOVE 'BUSINESS CALENDAR UNAVAILABLE (PDDS9005)'
020370                                 TO RL-0030-M-TX
020377         GO TO 9000-REJECT-RUN
020384     END-IF.
020391 2900-CALL-9005-EXIT.
020400     EXIT.
020500*****************************************************************
020600*    3000-ADVANCE - CURRENT DATE BECOMES THE PRIOR DATE, CYCLE  *
020700*    PLUS ONE.  THE FIRST CYCLE INSERTS THE ROW                 *
020800*****************************************************************
020900 3000-ADVANCE.
021000     MOVE WH-0030-NEW-BUS-DT     TO GLPRCDTB-G-BUS-DT.
021100     COMPUTE GLPRCDTB-G-CYCLE-NUM = WH-0030-OLD-CYCLE-NUM + 1.
021200     MOVE 'PDDB0030'             TO GLPRCDTB-G-UPD-USER-ID.
021300     IF WB-0030-ROW-FOUND
021400         MOVE WH-0030-OLD-BUS-DT TO GLPRCDTB-G-PRIOR-BUS-DT
021500         EXEC SQL
021600             UPDATE G_PROC_DT_CTL_TB
021700                SET G_BUS_DT       = :GLPRCDTB-G-BUS-DT,
021800                    G_PRIOR_BUS_DT = :GLPRCDTB-G-PRIOR-BUS-DT,
021900                    G_CYCLE_NUM    = :GLPRCDTB-G-CYCLE-NUM,
022000                    G_UPD_USER_ID  = :GLPRCDTB-G-UPD-USER-ID,
022100                    G_UPD_TS       = TO_CHAR(CURRENT_TIMESTAMP,
022200                                     'YYYY-MM-DD-HH24.MI.SS.FF6')
022300              WHERE G_PROC_SUBSYS_CD = :GLPRCDTB-G-PROC-SUBSYS-CD
022400         END-EXEC
022500     ELSE
022600         EXEC SQL
022700             SELECT TO_CHAR(TO_DATE(:WH-0030-NEW-BUS-DT,
022800                                    'YYYY-MM-DD') - 1,
022900                            'YYYY-MM-DD')
023000               INTO :WH-0030-DAY-BEFORE-DT
023100               FROM DUAL
023200         END-EXEC
023300         IF SQLCODE NOT = 0
023400             GO TO 9999-SQL-ERROR
023500         END-IF
023600         MOVE WH-0030-DAY-BEFORE-DT
023700                                 TO GLPRCDTB-G-PRIOR-BUS-DT
023800         EXEC SQL
023900             INSERT INTO G_PROC_DT_CTL_TB
024000                    (G_PROC_SUBSYS_CD, G_BUS_DT, G_PRIOR_BUS_DT,
024100                     G_CYCLE_NUM, G_UPD_USER_ID, G_UPD_TS)
024200             VALUES (:GLPRCDTB-G-PROC-SUBSYS-CD,
024300                     :GLPRCDTB-G-BUS-DT,
024400                     :GLPRCDTB-G-PRIOR-BUS-DT,
024500                     :GLPRCDTB-G-CYCLE-NUM,
024600                     :GLPRCDTB-G-UPD-USER-ID,
024700                     TO_CHAR(CURRENT_TIMESTAMP,
024800                             'YYYY-MM-DD-HH24.MI.SS.FF6'))
024900         END-EXEC
025000     END-IF.
025100     IF SQLCODE NOT = 0
025200         GO TO 9999-SQL-ERROR
025300     END-IF.
025400     EXEC SQL COMMIT END-EXEC.
025500 3000-ADVANCE-EXIT.
025600     EXIT.
025700*****************************************************************
025800*    8000-FINALIZE - THE CONTROL ROW AS LEFT                    *
025900*****************************************************************
026000 8000-FINALIZE.
026100     MOVE 'AFTER  - BUSINESS DATE'  TO RL-0030-D-LABEL.
026200     MOVE GLPRCDTB-G-BUS-DT         TO RL-0030-D-BUS-DT.
026300     MOVE GLPRCDTB-G-PRIOR-BUS-DT   TO RL-0030-D-PRIOR-DT.
026400     MOVE GLPRCDTB-G-CYCLE-NUM      TO RL-0030-D-CYCLE.
026500     WRITE RPTB030-REC FROM RL-0030-DT-LINE
026600         AFTER ADVANCING 1 LINE.
026700     DISPLAY 'PDDB0030 - BUSINESS DATE NOW ' GLPRCDTB-G-BUS-DT.
026800     CLOSE ADVPARM-FILE RPTB030-FILE.
026900 8000-FINALIZE-EXIT.
027000     EXIT.
027100*****************************************************************
027200*    9000-REJECT-RUN - CARD OR SEQUENCE ERROR, NOTHING CHANGED  *
027300*****************************************************************
027400 9000-REJECT-RUN.
027500     WRITE RPTB030-REC FROM RL-0030-MSG-LINE
027600         AFTER ADVANCING 2 LINES.
027700     DISPLAY 'PDDB0030 - ' RL-0030-M-TX.
027800     MOVE 16 TO RETURN-CODE.
027900     CLOSE ADVPARM-FILE RPTB030-FILE.
028000     GOBACK.
028100*****************************************************************
028200*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
028300*****************************************************************
028400 9999-SQL-ERROR.
028500     DISPLAY 'PDDB0030 - SQL ERROR ON G_PROC_DT_CTL_TB'.
028600     DISPLAY 'SQLCODE = ' SQLCODE.
028700     EXEC SQL ROLLBACK END-EXEC.
028800     MOVE 16 TO RETURN-CODE.
028900     CLOSE ADVPARM-FILE RPTB030-FILE.
029000     GOBACK.
