000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0062.
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
001300*  10/15/26  ACS   NEW PROGRAM.  DAILY LESSER-OF SAVINGS BY     *
001400*                  BASIS.  SUMS THE C_LESSER_OF_TB ROWS THE     *
001500*                  CLAIM EDIT MODULE WROTE TODAY WHEN A PAID    *
001600*                  DRUG CLAIM WAS CUT BACK TO THE PHARMACY'S    *
001700*                  SUBMITTED USUAL AND CUSTOMARY CHARGE OR      *
001800*                  GROSS AMOUNT DUE - CLAIMS, ALLOWED, PAID     *
001900*                  AND SAVED DOLLARS FOR EACH BASIS.            *
001920*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE *
001940*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004       *
001960*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A    *
001980*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.      *
002000*                                                               *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
002500 OBJECT-COMPUTER.   IBM-370.
002600 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT RPT0062-FILE ASSIGN TO RPT0062
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100*****************************************************************
003200*  DATA DIVISION                                                *
003300*****************************************************************
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  RPT0062-FILE
003700     RECORDING MODE IS F.
003800 01  RPT0062-REC                     PIC X(00133).
003900*****************************************************************
004000*  WORKING-STORAGE SECTION                                     *
004100*****************************************************************
004200 WORKING-STORAGE SECTION.
004300 77  WR-0062-RUN-DT                  PIC X(00010) VALUE SPACES.
004400 77  WR-0062-EOF-SW                  PIC X(00001) VALUE 'N'.
004500     88  WR-0062-EOF                 VALUE 'Y'.
004600 77  WR-0062-TOT-CNT                 PIC S9(00009) COMP-3
004700                                     VALUE ZERO.
004800 77  WR-0062-TOT-ALLOW               PIC S9(00011)V9(00002)
004900                                     COMP-3 VALUE ZERO.
005000 77  WR-0062-TOT-PAID                PIC S9(00011)V9(00002)
005100                                     COMP-3 VALUE ZERO.
005200 77  WR-0062-TOT-SAVED               PIC S9(00011)V9(00002)
005300                                     COMP-3 VALUE ZERO.
005400 01  WH-0062-RUN-DT.
005500     05  WH-0062-RUN-DT-YYYYMMDD     PIC X(00008).
005533*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005566     COPY WKC90040.
005600*****************************************************************
005700*  EXEC SQL - SQLCA, HOST VARIABLES AND THE BY-BASIS CURSOR     *
005800*****************************************************************
005900     EXEC SQL INCLUDE SQLCA END-EXEC.
006000     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
006100 01  WH-0062-HOST-VARS.
006200     05  WH-0062-PROC-DT             PIC X(00010).
006300     05  WH-0062-BASIS-CD            PIC X(00001).
006400     05  WH-0062-CLM-CNT             PIC S9(00009) COMP.
006500     05  WH-0062-ALLOW-AMT           PIC S9(00011)V9(00002)
006600                                     COMP-3.
006700     05  WH-0062-PAID-AMT            PIC S9(00011)V9(00002)
006800                                     COMP-3.
006900     05  WH-0062-SAVED-AMT           PIC S9(00011)V9(00002)
007000                                     COMP-3.
007100     EXEC SQL END DECLARE SECTION END-EXEC.
007200     EXEC SQL
007300         DECLARE R0062BAS CURSOR FOR
007400         SELECT C_BASIS_CD, COUNT(*), SUM(C_ALLOW_AMT),
007500                SUM(C_PAID_AMT), SUM(C_SAVED_AMT)
007600           FROM C_LESSER_OF_TB
007700          WHERE C_PROC_DT = :WH-0062-PROC-DT
007800          GROUP BY C_BASIS_CD
007900          ORDER BY C_BASIS_CD
008000     END-EXEC.
008100*****************************************************************
008200*  REPORT LINE LAYOUTS                                         *
008300*****************************************************************
008400 01  RL-0062-HDG1.
008500     05  FILLER                      PIC X(00001) VALUE SPACE.
008600     05  FILLER                      PIC X(00045) VALUE
008700         'PDDR0062 - LESSER-OF SAVINGS BY BASIS'.
008800     05  FILLER                      PIC X(00009)
008900                                     VALUE 'RUN DATE'.
009000     05  RL-0062-H1-RUN-DT           PIC X(00010).
009100 01  RL-0062-HDG2.
009200     05  FILLER                      PIC X(00001) VALUE SPACE.
009300     05  FILLER                      PIC X(00024)
009400                                     VALUE 'PAID AT'.
009500     05  FILLER                      PIC X(00010)
009600                                     VALUE 'CLAIMS'.
009700     05  FILLER                      PIC X(00019)
009800                                     VALUE 'ALLOWED DOLLARS'.
009900     05  FILLER                      PIC X(00019)
010000                                     VALUE 'PAID DOLLARS'.
010100     05  FILLER                      PIC X(00019)
010200                                     VALUE 'SAVED DOLLARS'.
010300 01  RL-0062-DETAIL.
010400     05  FILLER                      PIC X(00001) VALUE SPACE.
010500     05  RL-0062-D-BASIS-NAM         PIC X(00022).
010600     05  FILLER                      PIC X(00002) VALUE SPACES.
010700     05  RL-0062-D-CNT               PIC ZZZ,ZZ9.
010800     05  FILLER                      PIC X(00003) VALUE SPACES.
010900     05  RL-0062-D-ALLOW             PIC Z,ZZZ,ZZZ,ZZ9.99.
011000     05  FILLER                      PIC X(00003) VALUE SPACES.
011100     05  RL-0062-D-PAID              PIC Z,ZZZ,ZZZ,ZZ9.99.
011200     05  FILLER                      PIC X(00003) VALUE SPACES.
011300     05  RL-0062-D-SAVED             PIC Z,ZZZ,ZZZ,ZZ9.99.
011400 01  RL-0062-TOTAL.
011500     05  FILLER                      PIC X(00001) VALUE SPACE.
011600     05  FILLER                      PIC X(00022)
011700                                     VALUE 'DAY TOTAL'.
011800     05  FILLER                      PIC X(00002) VALUE SPACES.
011900     05  RL-0062-T-CNT               PIC ZZZ,ZZ9.
012000     05  FILLER                      PIC X(00003) VALUE SPACES.
012100     05  RL-0062-T-ALLOW             PIC Z,ZZZ,ZZZ,ZZ9.99.
012200     05  FILLER                      PIC X(00003) VALUE SPACES.
012300     05  RL-0062-T-PAID              PIC Z,ZZZ,ZZZ,ZZ9.99.
012400     05  FILLER                      PIC X(00003) VALUE SPACES.
012500     05  RL-0062-T-SAVED             PIC Z,ZZZ,ZZZ,ZZ9.99.
012600*****************************************************************
012700*  PROCEDURE DIVISION                                          *
012800*****************************************************************
012900 PROCEDURE DIVISION.
013000 0000-MAINLINE.
013100     PERFORM 1000-INITIALIZE
013200         THRU 1000-INITIALIZE-EXIT.
013300     PERFORM 2000-ONE-BASIS
013400         THRU 2000-ONE-BASIS-EXIT
013500         UNTIL WR-0062-EOF.
013600     PERFORM 8000-FINALIZE
013700         THRU 8000-FINALIZE-EXIT.
013800     GOBACK.
013900*****************************************************************
014000*    1000-INITIALIZE - RUN DATE, HEADINGS, OPEN THE CURSOR      *
014100*****************************************************************
014200 1000-INITIALIZE.
014211     MOVE 'PDDR0062'             TO WK-9004-PGM-ID.
014222     MOVE SPACES                 TO WK-9004-OVRD-DT.
014233     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
014244     IF WK-9004-NO-BUS-DT
014255         DISPLAY 'PDDR0062 - NO BUSINESS PROCESSING DATE'
014266         MOVE 16 TO RETURN-CODE
014277         GOBACK
014288     END-IF.
014300     OPEN OUTPUT RPT0062-FILE.
014400     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0062-RUN-DT-YYYYMMDD.
014500     MOVE WH-0062-RUN-DT-YYYYMMDD(1:4) TO WR-0062-RUN-DT(1:4).
014600     MOVE '-'                        TO WR-0062-RUN-DT(5:1).
014700     MOVE WH-0062-RUN-DT-YYYYMMDD(5:2) TO WR-0062-RUN-DT(6:2).
014800     MOVE '-'                        TO WR-0062-RUN-DT(8:1).
014900     MOVE WH-0062-RUN-DT-YYYYMMDD(7:2) TO WR-0062-RUN-DT(9:2).
015000     MOVE WR-0062-RUN-DT            TO WH-0062-PROC-DT
015100                                       RL-0062-H1-RUN-DT.
015200     WRITE RPT0062-REC FROM RL-0062-HDG1
015300         BEFORE ADVANCING TO-NEW-PAGE.
015400     WRITE RPT0062-REC FROM RL-0062-HDG2
015500         AFTER ADVANCING 2 LINES.
015600     EXEC SQL
015700         OPEN R0062BAS
015800     END-EXEC.
015900     IF SQLCODE NOT = 0
016000         GO TO 9999-SQL-ERROR
016100     END-IF.
016200 1000-INITIALIZE-EXIT.
016300     EXIT.
016400*****************************************************************
016500*    2000-ONE-BASIS                                             *
016600*****************************************************************
016700 2000-ONE-BASIS.
016800     EXEC SQL
016900         FETCH R0062BAS
017000         INTO :WH-0062-BASIS-CD,
017100              :WH-0062-CLM-CNT,
017200              :WH-0062-ALLOW-AMT,
017300              :WH-0062-PAID-AMT,
017400              :WH-0062-SAVED-AMT
017500     END-EXEC.
017600     EVALUATE SQLCODE
017700       WHEN 0
017800         EVALUATE WH-0062-BASIS-CD
017900           WHEN 'U'
018000             MOVE 'USUAL AND CUSTOMARY'  TO RL-0062-D-BASIS-NAM
018100           WHEN 'G'
018200             MOVE 'GROSS AMOUNT DUE'     TO RL-0062-D-BASIS-NAM
018300           WHEN OTHER
018400             MOVE 'OTHER'                TO RL-0062-D-BASIS-NAM
018500         END-EVALUATE
018600         MOVE WH-0062-CLM-CNT        TO RL-0062-D-CNT
018700         MOVE WH-0062-ALLOW-AMT      TO RL-0062-D-ALLOW
018800         MOVE WH-0062-PAID-AMT       TO RL-0062-D-PAID
018900         MOVE WH-0062-SAVED-AMT      TO RL-0062-D-SAVED
019000         WRITE RPT0062-REC FROM RL-0062-DETAIL
019100             AFTER ADVANCING 1 LINE
019200         ADD WH-0062-CLM-CNT         TO WR-0062-TOT-CNT
019300         ADD WH-0062-ALLOW-AMT       TO WR-0062-TOT-ALLOW
019400         ADD WH-0062-PAID-AMT        TO WR-0062-TOT-PAID
019500         ADD WH-0062-SAVED-AMT       TO WR-0062-TOT-SAVED
019600       WHEN 100
019700         SET WR-0062-EOF TO TRUE
019800       WHEN OTHER
019900         GO TO 9999-SQL-ERROR
020000     END-EVALUATE.
020100 2000-ONE-BASIS-EXIT.
020200     EXIT.
020300*****************************************************************
020400*    8000-FINALIZE                                              *
020500*****************************************************************
020600 8000-FINALIZE.
020700     EXEC SQL
020800         CLOSE R0062BAS
020900     END-EXEC.
021000     MOVE WR-0062-TOT-CNT        TO RL-0062-T-CNT.
021100     MOVE WR-0062-TOT-ALLOW      TO RL-0062-T-ALLOW.
021200     MOVE WR-0062-TOT-PAID       TO RL-0062-T-PAID.
021300     MOVE WR-0062-TOT-SAVED      TO RL-0062-T-SAVED.
021400     WRITE RPT0062-REC FROM RL-0062-TOTAL
021500         AFTER ADVANCING 2 LINES.
021600     CLOSE RPT0062-FILE.
021700 8000-FINALIZE-EXIT.
021800     EXIT.
021900*****************************************************************
022000*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
022100*****************************************************************
022200 9999-SQL-ERROR.
022300     DISPLAY 'PDDR0062 - SQL ERROR ON C_LESSER_OF_TB'.
022400     DISPLAY 'SQLCODE = ' SQLCODE.
022500     MOVE 16 TO RETURN-CODE.
022600     CLOSE RPT0062-FILE.
022700     GOBACK.
