000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0065.
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
001300*  10/15/26  ACS   NEW PROGRAM.  QUARTERLY HOUSEHOLD           *
001400*                  COST-SHARING CAP REPORT FOR THE STATE       *
001500*                  COST-SHARING SUBMISSION.  FOR THE QUARTER   *
001600*                  ON THE CAPPARM CARD ('CCYY-QN'), LISTS      *
001700*                  EVERY MEDICAID HOUSEHOLD ON B_HHLD_CAP_TB   *
001800*                  THAT REACHED ITS 5% CAP (CONDU, S961): THE  *
001900*                  CAP, PATIENT PAY COLLECTED, THE DATE OF     *
002000*                  SERVICE THAT MET IT AND THE COPAY DOLLARS   *
002100*                  WAIVED AFTERWARD, WITH QUARTER TOTALS.      *
002120*  10/15/26  ACS   WITH NO CAPPARM CARD THE RUN NOW DEFAULTS   *
002140*                  TO THE PREVIOUS CALENDAR QUARTER OF THE     *
002160*                  BUSINESS PROCESSING DATE FROM               *
002180*                  G_PROC_DT_CTL_TB (SHARED PDDS9004 ROUTINE). *
002200*                                                              *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CAPPARM-FILE ASSIGN TO CAPPARM
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300     SELECT RPT0065-FILE ASSIGN TO RPT0065
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500*****************************************************************
003600*  DATA DIVISION                                                *
003700*****************************************************************
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CAPPARM-FILE.
004100 01  CP-PARM-REC.
004200     05  CP-QTR-ID                   PIC X(00007).
004300     05  FILLER                      PIC X(00073).
004400 FD  RPT0065-FILE
004500     RECORDING MODE IS F.
004600 01  RPT0065-REC                     PIC X(00133).
004700*****************************************************************
004800*  WORKING-STORAGE SECTION                                     *
004900*****************************************************************
005000 WORKING-STORAGE SECTION.
005100 77  WR-0065-EOF-SW                  PIC X(00001) VALUE 'N'.
005200     88  WR-0065-EOF                 VALUE 'Y'.
005300 77  WR-0065-HHLD-CNT                PIC S9(00009) COMP-3
005400                                     VALUE ZERO.
005500 77  WR-0065-TOT-APPLD               PIC S9(00011)V9(00002)
005600                                     COMP-3 VALUE ZERO.
005700 77  WR-0065-TOT-WAIVED              PIC S9(00011)V9(00002)
005800                                     COMP-3 VALUE ZERO.
005833*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005866     COPY WKC90040.
005900*****************************************************************
006000*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CAP-MET CURSOR.     *
006100*  A HOUSEHOLD IS REPORTED ONCE ITS QUARTER CARRIES A MET       *
006200*  DATE; A REVERSAL THAT PULLED IT BACK UNDER THE CAP CLEARED   *
006300*  THE DATE, SO IT DROPS OFF.                                   *
006400*****************************************************************
006500     EXEC SQL INCLUDE SQLCA END-EXEC.
006600     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
006700     COPY BHHCAPTB.
006800 01  WH-0065-HOST-VARS.
006900     05  WH-0065-QTR-ID              PIC X(00007).
007000     EXEC SQL END DECLARE SECTION END-EXEC.
007100     EXEC SQL
007200         DECLARE R0065CAP CURSOR FOR
007300         SELECT R_CUST_PART_NUM, B_HHLD_ID,
007400                B_CAP_AMT, B_CAP_APPLD_AMT,
007500                B_CAP_WAIVED_AMT, B_CAP_MET_DT
007600           FROM B_HHLD_CAP_TB
007700          WHERE B_CAP_QTR_ID = :WH-0065-QTR-ID
007800            AND B_CAP_MET_DT > ' '
007900          ORDER BY R_CUST_PART_NUM, B_HHLD_ID
008000     END-EXEC.
008100*****************************************************************
008200*  REPORT LINE LAYOUTS                                         *
008300*****************************************************************
008400 01  RL-0065-HDG1.
008500     05  FILLER                      PIC X(00001) VALUE SPACE.
008600     05  FILLER                      PIC X(00050) VALUE
008700         'PDDR0065 - HOUSEHOLD COST-SHARING CAP MET'.
008800     05  FILLER                      PIC X(00008)
008900                                     VALUE 'QUARTER '.
009000     05  RL-0065-H1-QTR              PIC X(00007).
009100 01  RL-0065-HDG2.
009200     05  FILLER                      PIC X(00001) VALUE SPACE.
009300     05  FILLER                      PIC X(00006)
009400                                     VALUE 'PART'.
009500     05  FILLER                      PIC X(00012)
009600                                     VALUE 'HOUSEHOLD'.
009700     05  FILLER                      PIC X(00013)
009800                                     VALUE '          CAP'.
009900     05  FILLER                      PIC X(00017)
010000                                     VALUE '        COLLECTED'.
010100     05  FILLER                      PIC X(00013)
010200                                     VALUE '  MET DATE'.
010300     05  FILLER                      PIC X(00017)
010400                                     VALUE '           WAIVED'.
010500 01  RL-0065-DETAIL.
010600     05  FILLER                      PIC X(00001) VALUE SPACE.
010700     05  RL-0065-D-PART              PIC 9(00004).
010800     05  FILLER                      PIC X(00002) VALUE SPACES.
010900     05  RL-0065-D-HHLD-ID           PIC X(00010).
011000     05  FILLER                      PIC X(00002) VALUE SPACES.
011100     05  RL-0065-D-CAP               PIC ZZ,ZZZ,ZZ9.99.
011200     05  FILLER                      PIC X(00002) VALUE SPACES.
011300     05  RL-0065-D-APPLD             PIC ZZZ,ZZZ,ZZ9.99-.
011400     05  FILLER                      PIC X(00002) VALUE SPACES.
011500     05  RL-0065-D-MET-DT            PIC X(00010).
011600     05  FILLER                      PIC X(00002) VALUE SPACES.
011700     05  RL-0065-D-WAIVED            PIC ZZZ,ZZZ,ZZ9.99-.
011800 01  RL-0065-COUNT-LINE.
011900     05  FILLER                      PIC X(00001) VALUE SPACE.
012000     05  RL-0065-C-LABEL             PIC X(00034).
012100     05  RL-0065-C-CNT               PIC ZZZ,ZZZ,ZZ9.
012200 01  RL-0065-AMT-LINE.
012300     05  FILLER                      PIC X(00001) VALUE SPACE.
012400     05  RL-0065-A-LABEL             PIC X(00034).
012500     05  RL-0065-A-AMT               PIC Z,ZZZ,ZZZ,ZZ9.99-.
012600*****************************************************************
012700*  PROCEDURE DIVISION                                          *
012800*****************************************************************
012900 PROCEDURE DIVISION.
013000 0000-MAINLINE.
013100     PERFORM 1000-INITIALIZE
013200         THRU 1000-INITIALIZE-EXIT.
013300     PERFORM 2000-ONE-HOUSEHOLD
013400         THRU 2000-ONE-HOUSEHOLD-EXIT
013500         UNTIL WR-0065-EOF.
013600     PERFORM 8000-FINALIZE
013700         THRU 8000-FINALIZE-EXIT.
013800     GOBACK.
013900*****************************************************************
014000*    1000-INITIALIZE - QUARTER CARD, HEADINGS, OPEN THE CURSOR  *
014100*****************************************************************
014200 1000-INITIALIZE.
014211     MOVE 'PDDR0065'             TO WK-9004-PGM-ID.
014222     MOVE SPACES                 TO WK-9004-OVRD-DT.
014233     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
014244     IF WK-9004-NO-BUS-DT
014255         DISPLAY 'PDDR0065 - NO BUSINESS PROCESSING DATE'
014266         MOVE 16 TO RETURN-CODE
014277         GOBACK
014288     END-IF.
014300     OPEN INPUT  CAPPARM-FILE.
014400     OPEN OUTPUT RPT0065-FILE.
014500     READ CAPPARM-FILE
014600         AT END
014850             MOVE SPACES TO CP-PARM-REC
015100     END-READ.
015108*    NO QUARTER CARD - RUN THE PREVIOUS CALENDAR QUARTER.
015116     IF CP-QTR-ID = SPACES
015124         MOVE WK-9004-PRV-QTR-BEG-DT (1:4) TO CP-QTR-ID (1:4)
015132         MOVE '-Q'                   TO CP-QTR-ID (5:2)
015140         EVALUATE WK-9004-PRV-QTR-BEG-DT (6:2)
015148           WHEN '01'      MOVE '1' TO CP-QTR-ID (7:1)
015156           WHEN '04'      MOVE '2' TO CP-QTR-ID (7:1)
015164           WHEN '07'      MOVE '3' TO CP-QTR-ID (7:1)
015172           WHEN OTHER     MOVE '4' TO CP-QTR-ID (7:1)
015180         END-EVALUATE
015188     END-IF.
015200     IF CP-QTR-ID (1:4) NOT NUMERIC
015300      OR CP-QTR-ID (5:2) NOT = '-Q'
015400      OR CP-QTR-ID (7:1) NOT = '1' AND '2' AND '3' AND '4'
015500         DISPLAY 'PDDR0065 - CAPPARM QUARTER NOT CCYY-QN: '
015600                 CP-QTR-ID
015700         MOVE 16 TO RETURN-CODE
015800         CLOSE CAPPARM-FILE RPT0065-FILE
015900         GOBACK
016000     END-IF.
016100     MOVE CP-QTR-ID              TO WH-0065-QTR-ID
016200                                    RL-0065-H1-QTR.
016300     WRITE RPT0065-REC FROM RL-0065-HDG1
016400         BEFORE ADVANCING TO-NEW-PAGE.
016500     WRITE RPT0065-REC FROM RL-0065-HDG2
016600         AFTER ADVANCING 2 LINES.
016700     EXEC SQL
016800         OPEN R0065CAP
016900     END-EXEC.
017000     IF SQLCODE NOT = 0
017100         GO TO 9999-SQL-ERROR
017200     END-IF.
017300 1000-INITIALIZE-EXIT.
017400     EXIT.
017500*****************************************************************
017600*    2000-ONE-HOUSEHOLD                                         *
017700*****************************************************************
017800 2000-ONE-HOUSEHOLD.
017900     EXEC SQL
018000         FETCH R0065CAP
018100         INTO :BHHCAPTB-R-CUST-PART-NUM,
018200              :BHHCAPTB-B-HHLD-ID,
018300              :BHHCAPTB-B-CAP-AMT,
018400              :BHHCAPTB-B-CAP-APPLD-AMT,
018500              :BHHCAPTB-B-CAP-WAIVED-AMT,
018600              :BHHCAPTB-B-CAP-MET-DT
018700     END-EXEC.
018800     EVALUATE SQLCODE
018900       WHEN 0
019000         ADD 1 TO WR-0065-HHLD-CNT
019100         ADD BHHCAPTB-B-CAP-APPLD-AMT  TO WR-0065-TOT-APPLD
019200         ADD BHHCAPTB-B-CAP-WAIVED-AMT TO WR-0065-TOT-WAIVED
019300         MOVE BHHCAPTB-R-CUST-PART-NUM TO RL-0065-D-PART
019400         MOVE BHHCAPTB-B-HHLD-ID       TO RL-0065-D-HHLD-ID
019500         MOVE BHHCAPTB-B-CAP-AMT       TO RL-0065-D-CAP
019600         MOVE BHHCAPTB-B-CAP-APPLD-AMT TO RL-0065-D-APPLD
019700         MOVE BHHCAPTB-B-CAP-MET-DT    TO RL-0065-D-MET-DT
019800         MOVE BHHCAPTB-B-CAP-WAIVED-AMT
019900                                       TO RL-0065-D-WAIVED
020000         WRITE RPT0065-REC FROM RL-0065-DETAIL
020100             AFTER ADVANCING 1 LINE
020200       WHEN 100
020300         SET WR-0065-EOF TO TRUE
020400       WHEN OTHER
020500         GO TO 9999-SQL-ERROR
020600     END-EVALUATE.
020700 2000-ONE-HOUSEHOLD-EXIT.
020800     EXIT.
020900*****************************************************************
021000*    8000-FINALIZE - QUARTER TOTALS                             *
021100*****************************************************************
021200 8000-FINALIZE.
021300     EXEC SQL
021400         CLOSE R0065CAP
021500     END-EXEC.
021600     MOVE 'HOUSEHOLDS MEETING THE CAP'  TO RL-0065-C-LABEL.
021700     MOVE WR-0065-HHLD-CNT              TO RL-0065-C-CNT.
021800     WRITE RPT0065-REC FROM RL-0065-COUNT-LINE
021900         AFTER ADVANCING 2 LINES.
022000     MOVE 'PATIENT PAY COLLECTED TO CAP' TO RL-0065-A-LABEL.
022100     MOVE WR-0065-TOT-APPLD             TO RL-0065-A-AMT.
022200     WRITE RPT0065-REC FROM RL-0065-AMT-LINE
022300         AFTER ADVANCING 1 LINE.
022400     MOVE 'COST SHARING WAIVED PAST CAP' TO RL-0065-A-LABEL.
022500     MOVE WR-0065-TOT-WAIVED            TO RL-0065-A-AMT.
022600     WRITE RPT0065-REC FROM RL-0065-AMT-LINE
022700         AFTER ADVANCING 1 LINE.
022800     CLOSE CAPPARM-FILE RPT0065-FILE.
022900 8000-FINALIZE-EXIT.
023000     EXIT.
023100*****************************************************************
023200*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
023300*****************************************************************
023400 9999-SQL-ERROR.
023500     DISPLAY 'PDDR0065 - SQL ERROR ON B_HHLD_CAP_TB'.
023600     DISPLAY 'SQLCODE = ' SQLCODE.
023700     MOVE 16 TO RETURN-CODE.
023800     CLOSE CAPPARM-FILE RPT0065-FILE.
023900     GOBACK.
