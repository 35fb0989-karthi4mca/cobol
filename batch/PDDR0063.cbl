000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0063.
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
001300*  10/15/26  ACS   NEW PROGRAM.  MONTHLY PHARMACY MAC APPEAL   *
001400*                  VOLUMES AND TURNAROUND FROM C_MAC_APPEAL_TB *
001500*                  FOR THE MONTH ON THE MACPARM CARD - APPEALS *
001600*                  RECEIVED, APPEALS DECIDED BY DECISION WITH  *
001700*                  AVERAGE AND LONGEST DAYS FROM RECEIPT TO    *
001800*                  DECISION, AND THE PENDING BACKLOG AT MONTH  *
001900*                  END WITH THE AGE OF THE OLDEST APPEAL.      *
001920*  10/15/26  ACS   WITH NO MACPARM CARD THE RUN NOW DEFAULTS   *
001940*                  TO THE PREVIOUS CALENDAR MONTH OF THE       *
001960*                  BUSINESS PROCESSING DATE FROM               *
001980*                  G_PROC_DT_CTL_TB (SHARED PDDS9004 ROUTINE). *
002000*                                                              *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
002500 OBJECT-COMPUTER.   IBM-370.
002600 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT MACPARM-FILE ASSIGN TO MACPARM
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100     SELECT RPT0063-FILE ASSIGN TO RPT0063
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300*****************************************************************
003400*  DATA DIVISION                                                *
003500*****************************************************************
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  MACPARM-FILE.
003900 01  MP-PARM-REC.
004000     05  MP-MO-BEG-DT                PIC X(00010).
004100     05  FILLER                      PIC X(00001).
004200     05  MP-MO-END-DT                PIC X(00010).
004300     05  FILLER                      PIC X(00059).
004400 FD  RPT0063-FILE
004500     RECORDING MODE IS F.
004600 01  RPT0063-REC                     PIC X(00133).
004700*****************************************************************
004800*  WORKING-STORAGE SECTION                                     *
004900*****************************************************************
005000 WORKING-STORAGE SECTION.
005100 77  WR-0063-EOF-SW                  PIC X(00001) VALUE 'N'.
005200     88  WR-0063-EOF                 VALUE 'Y'.
005300 77  WR-0063-TOT-DCSN                PIC S9(00009) COMP-3
005400                                     VALUE ZERO.
005433*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005466     COPY WKC90040.
005500*****************************************************************
005600*  EXEC SQL - SQLCA, HOST VARIABLES AND THE BY-DECISION CURSOR  *
005700*****************************************************************
005800     EXEC SQL INCLUDE SQLCA END-EXEC.
005900     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
006000 01  WH-0063-HOST-VARS.
006100     05  WH-0063-MO-BEG-DT           PIC X(00010).
006200     05  WH-0063-MO-END-DT           PIC X(00010).
006300     05  WH-0063-DCSN-CD             PIC X(00001).
006400     05  WH-0063-DCSN-CNT            PIC S9(00009) COMP.
006500     05  WH-0063-AVG-DAYS            PIC S9(00005)V9 COMP-3.
006600     05  WH-0063-MAX-DAYS            PIC S9(00005) COMP-3.
006700     05  WH-0063-RCVD-CNT            PIC S9(00009) COMP.
006800     05  WH-0063-PEND-CNT            PIC S9(00009) COMP.
006900     05  WH-0063-OLDEST-DAYS         PIC S9(00005) COMP-3.
007000     EXEC SQL END DECLARE SECTION END-EXEC.
007100*    TURNAROUND IS CALENDAR DAYS FROM RECEIPT TO DECISION.
007200     EXEC SQL
007300         DECLARE R0063DCN CURSOR FOR
007400         SELECT C_DCSN_CD, COUNT(*),
007500                ROUND(AVG(TO_DATE(C_DCSN_DT,'YYYY-MM-DD')
007600                        - TO_DATE(C_RCVD_DT,'YYYY-MM-DD')), 1),
007700                MAX(TO_DATE(C_DCSN_DT,'YYYY-MM-DD')
007800                  - TO_DATE(C_RCVD_DT,'YYYY-MM-DD'))
007900           FROM C_MAC_APPEAL_TB
008000          WHERE C_DCSN_CD IN ('A', 'D')
008100            AND C_DCSN_DT >= :WH-0063-MO-BEG-DT
008200            AND C_DCSN_DT <= :WH-0063-MO-END-DT
008300          GROUP BY C_DCSN_CD
008400          ORDER BY C_DCSN_CD
008500     END-EXEC.
008600*****************************************************************
008700*  REPORT LINE LAYOUTS                                         *
008800*****************************************************************
008900 01  RL-0063-HDG1.
009000     05  FILLER                      PIC X(00001) VALUE SPACE.
009100     05  FILLER                      PIC X(00045) VALUE
009200         'PDDR0063 - PHARMACY MAC APPEALS'.
009300     05  RL-0063-H1-BEG              PIC X(00010).
009400     05  FILLER                      PIC X(00003) VALUE ' - '.
009500     05  RL-0063-H1-END              PIC X(00010).
009600 01  RL-0063-HDG2.
009700     05  FILLER                      PIC X(00001) VALUE SPACE.
009800     05  FILLER                      PIC X(00012)
009900                                     VALUE 'DECISION'.
010000     05  FILLER                      PIC X(00010)
010100                                     VALUE '  APPEALS'.
010200     05  FILLER                      PIC X(00010)
010300                                     VALUE ' AVG DAYS'.
010400     05  FILLER                      PIC X(00010)
010500                                     VALUE ' MAX DAYS'.
010600 01  RL-0063-DETAIL.
010700     05  FILLER                      PIC X(00001) VALUE SPACE.
010800     05  RL-0063-D-DCSN              PIC X(00012).
010900     05  RL-0063-D-CNT               PIC ZZZ,ZZ9.
011000     05  FILLER                      PIC X(00003) VALUE SPACES.
011100     05  RL-0063-D-AVG               PIC ZZZZ9.9.
011200     05  FILLER                      PIC X(00003) VALUE SPACES.
011300     05  RL-0063-D-MAX               PIC ZZZZZZ9.
011400 01  RL-0063-TOTAL.
011500     05  FILLER                      PIC X(00001) VALUE SPACE.
011600     05  FILLER                      PIC X(00012)
011700                                     VALUE 'DECIDED'.
011800     05  RL-0063-T-CNT               PIC ZZZ,ZZ9.
011900 01  RL-0063-VOLUME.
012000     05  FILLER                      PIC X(00001) VALUE SPACE.
012100     05  RL-0063-V-LABEL             PIC X(00030).
012200     05  RL-0063-V-CNT               PIC ZZZ,ZZ9.
012300*****************************************************************
012400*  PROCEDURE DIVISION                                          *
012500*****************************************************************
012600 PROCEDURE DIVISION.
012700 0000-MAINLINE.
012800     PERFORM 1000-INITIALIZE
012900         THRU 1000-INITIALIZE-EXIT.
013000     PERFORM 2000-ONE-DECISION
013100         THRU 2000-ONE-DECISION-EXIT
013200         UNTIL WR-0063-EOF.
013300     PERFORM 3000-VOLUMES
013400         THRU 3000-VOLUMES-EXIT.
013500     PERFORM 8000-FINALIZE
013600         THRU 8000-FINALIZE-EXIT.
013700     GOBACK.
013800*****************************************************************
013900*    1000-INITIALIZE - MONTH CARD, HEADINGS, OPEN THE CURSOR    *
014000*****************************************************************
014100 1000-INITIALIZE.
014111     MOVE 'PDDR0063'             TO WK-9004-PGM-ID.
014122     MOVE SPACES                 TO WK-9004-OVRD-DT.
014133     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
014144     IF WK-9004-NO-BUS-DT
014155         DISPLAY 'PDDR0063 - NO BUSINESS PROCESSING DATE'
014166         MOVE 16 TO RETURN-CODE
014177         GOBACK
014188     END-IF.
014200     OPEN INPUT  MACPARM-FILE.
014300     OPEN OUTPUT RPT0063-FILE.
014400     READ MACPARM-FILE
014500         AT END
014750             MOVE SPACES TO MP-PARM-REC
015000     END-READ.
015016*    NO MONTH CARD - RUN THE PREVIOUS CALENDAR MONTH.
015032     IF MP-MO-BEG-DT = SPACES
015048         MOVE WK-9004-PRV-MO-BEG-DT TO MP-MO-BEG-DT
015064         MOVE WK-9004-PRV-MO-END-DT TO MP-MO-END-DT
015080     END-IF.
015100     MOVE MP-MO-BEG-DT           TO WH-0063-MO-BEG-DT
015200                                    RL-0063-H1-BEG.
015300     MOVE MP-MO-END-DT           TO WH-0063-MO-END-DT
015400                                    RL-0063-H1-END.
015500     WRITE RPT0063-REC FROM RL-0063-HDG1
015600         BEFORE ADVANCING TO-NEW-PAGE.
015700     WRITE RPT0063-REC FROM RL-0063-HDG2
015800         AFTER ADVANCING 2 LINES.
015900     EXEC SQL
016000         OPEN R0063DCN
016100     END-EXEC.
016200     IF SQLCODE NOT = 0
016300         GO TO 9999-SQL-ERROR
016400     END-IF.
016500 1000-INITIALIZE-EXIT.
016600     EXIT.
016700*****************************************************************
016800*    2000-ONE-DECISION - APPEALS DECIDED IN THE MONTH           *
016900*****************************************************************
017000 2000-ONE-DECISION.
017100     EXEC SQL
017200         FETCH R0063DCN
017300         INTO :WH-0063-DCSN-CD,
017400              :WH-0063-DCSN-CNT,
017500              :WH-0063-AVG-DAYS,
017600              :WH-0063-MAX-DAYS
017700     END-EXEC.
017800     EVALUATE SQLCODE
017900       WHEN 0
018000         IF WH-0063-DCSN-CD = 'A'
018100             MOVE 'APPROVED'             TO RL-0063-D-DCSN
018200         ELSE
018300             MOVE 'DENIED'               TO RL-0063-D-DCSN
018400         END-IF
018500         MOVE WH-0063-DCSN-CNT       TO RL-0063-D-CNT
018600         MOVE WH-0063-AVG-DAYS       TO RL-0063-D-AVG
018700         MOVE WH-0063-MAX-DAYS       TO RL-0063-D-MAX
018800         WRITE RPT0063-REC FROM RL-0063-DETAIL
018900             AFTER ADVANCING 1 LINE
019000         ADD WH-0063-DCSN-CNT        TO WR-0063-TOT-DCSN
019100       WHEN 100
019200         SET WR-0063-EOF TO TRUE
019300       WHEN OTHER
019400         GO TO 9999-SQL-ERROR
019500     END-EVALUATE.
019600 2000-ONE-DECISION-EXIT.
019700     EXIT.
019800*****************************************************************
019900*    3000-VOLUMES - RECEIVED IN THE MONTH, AND THE BACKLOG AS   *
020000*    IT STOOD AT MONTH END (RECEIVED BY THEN, NOT YET DECIDED   *
020100*    BY THEN) WITH THE AGE OF ITS OLDEST APPEAL                 *
020200*****************************************************************
020300 3000-VOLUMES.
020400     EXEC SQL
020500         CLOSE R0063DCN
020600     END-EXEC.
020700     MOVE WR-0063-TOT-DCSN       TO RL-0063-T-CNT.
020800     WRITE RPT0063-REC FROM RL-0063-TOTAL
020900         AFTER ADVANCING 2 LINES.
021000     EXEC SQL
021100         SELECT COUNT(*)
021200           INTO :WH-0063-RCVD-CNT
021300           FROM C_MAC_APPEAL_TB
021400          WHERE C_RCVD_DT >= :WH-0063-MO-BEG-DT
021500            AND C_RCVD_DT <= :WH-0063-MO-END-DT
021600     END-EXEC.
021700     IF SQLCODE NOT = 0
021800         GO TO 9999-SQL-ERROR
021900     END-IF.
022000     EXEC SQL
022100         SELECT COUNT(*),
022200                NVL(MAX(TO_DATE(:WH-0063-MO-END-DT,'YYYY-MM-DD')
022300                      - TO_DATE(C_RCVD_DT,'YYYY-MM-DD')), 0)
022400           INTO :WH-0063-PEND-CNT,
022500                :WH-0063-OLDEST-DAYS
022600           FROM C_MAC_APPEAL_TB
022700          WHERE C_RCVD_DT <= :WH-0063-MO-END-DT
022800            AND (C_DCSN_CD = 'P'
022900                 OR C_DCSN_DT > :WH-0063-MO-END-DT)
023000     END-EXEC.
023100     IF SQLCODE NOT = 0
023200         GO TO 9999-SQL-ERROR
023300     END-IF.
023400     MOVE 'RECEIVED IN MONTH'    TO RL-0063-V-LABEL.
023500     MOVE WH-0063-RCVD-CNT       TO RL-0063-V-CNT.
023600     WRITE RPT0063-REC FROM RL-0063-VOLUME
023700         AFTER ADVANCING 2 LINES.
023800     MOVE 'PENDING AT MONTH END' TO RL-0063-V-LABEL.
023900     MOVE WH-0063-PEND-CNT       TO RL-0063-V-CNT.
024000     WRITE RPT0063-REC FROM RL-0063-VOLUME
024100         AFTER ADVANCING 1 LINE.
024200     MOVE 'OLDEST PENDING (DAYS)' TO RL-0063-V-LABEL.
024300     MOVE WH-0063-OLDEST-DAYS    TO RL-0063-V-CNT.
024400     WRITE RPT0063-REC FROM RL-0063-VOLUME
024500         AFTER ADVANCING 1 LINE.
024600 3000-VOLUMES-EXIT.
024700     EXIT.
024800*****************************************************************
024900*    8000-FINALIZE                                              *
025000*****************************************************************
025100 8000-FINALIZE.
025200     CLOSE MACPARM-FILE RPT0063-FILE.
025300 8000-FINALIZE-EXIT.
025400     EXIT.
025500*****************************************************************
025600*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
025700*****************************************************************
025800 9999-SQL-ERROR.
025900     DISPLAY 'PDDR0063 - SQL ERROR ON C_MAC_APPEAL_TB'.
026000     DISPLAY 'SQLCODE = ' SQLCODE.
026100     MOVE 16 TO RETURN-CODE.
026200     CLOSE MACPARM-FILE RPT0063-FILE.
026300     GOBACK.
