000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0061.
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
001300*  10/15/26  ACS   NEW PROGRAM.  MONTHLY DRUG DEMOGRAPHIC      *
001400*                  RESTRICTION HITS BY DRUG FOR PHARMACY AND   *
001500*                  CLINICAL STAFF.  COUNTS THE LINES THE CLAIM *
001600*                  EDIT MODULE DENIED ON R_DRUG_RSTR_TB - AGE  *
001700*                  (3973), GENDER (3974) AND PREGNANCY (3975)  *
001800*                  - AND THE MEMBERS INVOLVED, BY GCN, FOR THE *
001900*                  MONTH ON THE RSTPARM CARD.                  *
001920*  10/15/26  ACS   WITH NO RSTPARM CARD THE RUN NOW DEFAULTS   *
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
002900     SELECT RSTPARM-FILE ASSIGN TO RSTPARM
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100     SELECT RPT0061-FILE ASSIGN TO RPT0061
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300*****************************************************************
003400*  DATA DIVISION                                                *
003500*****************************************************************
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  RSTPARM-FILE.
003900 01  RP-PARM-REC.
004000     05  RP-MO-BEG-DT                PIC X(00010).
004100     05  FILLER                      PIC X(00001).
004200     05  RP-MO-END-DT                PIC X(00010).
004300     05  FILLER                      PIC X(00059).
004400 FD  RPT0061-FILE
004500     RECORDING MODE IS F.
004600 01  RPT0061-REC                     PIC X(00133).
004700*****************************************************************
004800*  WORKING-STORAGE SECTION                                     *
004900*****************************************************************
005000 WORKING-STORAGE SECTION.
005100 77  WR-0061-EOF-SW                  PIC X(00001) VALUE 'N'.
005200     88  WR-0061-EOF                 VALUE 'Y'.
005300 77  WR-0061-TOT-AGE                 PIC S9(00009) COMP-3
005400                                     VALUE ZERO.
005500 77  WR-0061-TOT-GNDR                PIC S9(00009) COMP-3
005600                                     VALUE ZERO.
005700 77  WR-0061-TOT-PREG                PIC S9(00009) COMP-3
005800                                     VALUE ZERO.
005900 77  WR-0061-TOT-CNT                 PIC S9(00009) COMP-3
006000                                     VALUE ZERO.
006033*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
006066     COPY WKC90040.
006100*****************************************************************
006200*  EXEC SQL - SQLCA, HOST VARIABLES AND THE BY-DRUG CURSOR      *
006300*****************************************************************
006400     EXEC SQL INCLUDE SQLCA END-EXEC.
006500     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
006600 01  WH-0061-HOST-VARS.
006700     05  WH-0061-MO-BEG-DT           PIC X(00010).
006800     05  WH-0061-MO-END-DT           PIC X(00010).
006900     05  WH-0061-GCN-NUM             PIC S9(00009) COMP.
007000     05  WH-0061-AGE-CNT             PIC S9(00009) COMP.
007100     05  WH-0061-GNDR-CNT            PIC S9(00009) COMP.
007200     05  WH-0061-PREG-CNT            PIC S9(00009) COMP.
007300     05  WH-0061-CLM-CNT             PIC S9(00009) COMP.
007400     05  WH-0061-MBR-CNT             PIC S9(00009) COMP.
007500     EXEC SQL END DECLARE SECTION END-EXEC.
007600     EXEC SQL
007700         DECLARE R0061GCN CURSOR FOR
007800         SELECT B.R_DRUG_GCN_SEQ_NUM,
007900                SUM(CASE WHEN A.R_CLM_EXC_CD = '3973'
008000                         THEN 1 ELSE 0 END),
008100                SUM(CASE WHEN A.R_CLM_EXC_CD = '3974'
008200                         THEN 1 ELSE 0 END),
008300                SUM(CASE WHEN A.R_CLM_EXC_CD = '3975'
008400                         THEN 1 ELSE 0 END),
008500                COUNT(*), COUNT(DISTINCT B.B_SYS_ID)
008600           FROM C_LI_EXC_TB A, C_LI_DRUG_TB B
008700          WHERE A.R_CLM_EXC_CD IN ('3973', '3974', '3975')
008800            AND A.C_TCN_NUM         = B.C_TCN_NUM
008900            AND A.C_HDR_SVC_FST_DT >= :WH-0061-MO-BEG-DT
009000            AND A.C_HDR_SVC_FST_DT <= :WH-0061-MO-END-DT
009100          GROUP BY B.R_DRUG_GCN_SEQ_NUM
009200          ORDER BY COUNT(*) DESC, B.R_DRUG_GCN_SEQ_NUM
009300     END-EXEC.
009400*****************************************************************
009500*  REPORT LINE LAYOUTS                                         *
009600*****************************************************************
009700 01  RL-0061-HDG1.
009800     05  FILLER                      PIC X(00001) VALUE SPACE.
009900     05  FILLER                      PIC X(00045) VALUE
010000         'PDDR0061 - DRUG RESTRICTION HITS BY DRUG'.
010100     05  RL-0061-H1-BEG              PIC X(00010).
010200     05  FILLER                      PIC X(00003) VALUE ' - '.
010300     05  RL-0061-H1-END              PIC X(00010).
010400 01  RL-0061-HDG2.
010500     05  FILLER                      PIC X(00001) VALUE SPACE.
010600     05  FILLER                      PIC X(00012)
010700                                     VALUE 'GCN'.
010800     05  FILLER                      PIC X(00010)
010900                                     VALUE '      AGE'.
011000     05  FILLER                      PIC X(00010)
011100                                     VALUE '   GENDER'.
011200     05  FILLER                      PIC X(00010)
011300                                     VALUE 'PREGNANCY'.
011400     05  FILLER                      PIC X(00010)
011500                                     VALUE '    TOTAL'.
011600     05  FILLER                      PIC X(00010)
011700                                     VALUE '  MEMBERS'.
011800 01  RL-0061-DETAIL.
011900     05  FILLER                      PIC X(00001) VALUE SPACE.
012000     05  RL-0061-D-GCN               PIC 9(00006).
012100     05  FILLER                      PIC X(00006) VALUE SPACES.
012200     05  RL-0061-D-AGE               PIC ZZZ,ZZ9.
012300     05  FILLER                      PIC X(00003) VALUE SPACES.
012400     05  RL-0061-D-GNDR              PIC ZZZ,ZZ9.
012500     05  FILLER                      PIC X(00003) VALUE SPACES.
012600     05  RL-0061-D-PREG              PIC ZZZ,ZZ9.
012700     05  FILLER                      PIC X(00003) VALUE SPACES.
012800     05  RL-0061-D-CNT               PIC ZZZ,ZZ9.
012900     05  FILLER                      PIC X(00003) VALUE SPACES.
013000     05  RL-0061-D-MBRS              PIC ZZZ,ZZ9.
013100 01  RL-0061-TOTAL.
013200     05  FILLER                      PIC X(00001) VALUE SPACE.
013300     05  FILLER                      PIC X(00012)
013400                                     VALUE 'MONTH TOTAL'.
013500     05  RL-0061-T-AGE               PIC ZZZ,ZZ9.
013600     05  FILLER                      PIC X(00003) VALUE SPACES.
013700     05  RL-0061-T-GNDR              PIC ZZZ,ZZ9.
013800     05  FILLER                      PIC X(00003) VALUE SPACES.
013900     05  RL-0061-T-PREG              PIC ZZZ,ZZ9.
014000     05  FILLER                      PIC X(00003) VALUE SPACES.
014100     05  RL-0061-T-CNT               PIC ZZZ,ZZ9.
014200*****************************************************************
014300*  PROCEDURE DIVISION                                          *
014400*****************************************************************
014500 PROCEDURE DIVISION.
014600 0000-MAINLINE.
014700     PERFORM 1000-INITIALIZE
014800         THRU 1000-INITIALIZE-EXIT.
014900     PERFORM 2000-ONE-DRUG
015000         THRU 2000-ONE-DRUG-EXIT
015100         UNTIL WR-0061-EOF.
015200     PERFORM 8000-FINALIZE
015300         THRU 8000-FINALIZE-EXIT.
015400     GOBACK.
015500*****************************************************************
015600*    1000-INITIALIZE - MONTH CARD, HEADINGS, OPEN THE CURSOR    *
015700*****************************************************************
015800 1000-INITIALIZE.
015811     MOVE 'PDDR0061'             TO WK-9004-PGM-ID.
015822     MOVE SPACES                 TO WK-9004-OVRD-DT.
015833     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
015844     IF WK-9004-NO-BUS-DT
015855         DISPLAY 'PDDR0061 - NO BUSINESS PROCESSING DATE'
015866         MOVE 16 TO RETURN-CODE
015877         GOBACK
015888     END-IF.
015900     OPEN INPUT  RSTPARM-FILE.
016000     OPEN OUTPUT RPT0061-FILE.
016100     READ RSTPARM-FILE
016200         AT END
016450             MOVE SPACES TO RP-PARM-REC
016700     END-READ.
016716*    NO MONTH CARD - RUN THE PREVIOUS CALENDAR MONTH.
016732     IF RP-MO-BEG-DT = SPACES
016748         MOVE WK-9004-PRV-MO-BEG-DT TO RP-MO-BEG-DT
016764         MOVE WK-9004-PRV-MO-END-DT TO RP-MO-END-DT
016780     END-IF.
016800     MOVE RP-MO-BEG-DT           TO WH-0061-MO-BEG-DT
016900                                    RL-0061-H1-BEG.
017000     MOVE RP-MO-END-DT           TO WH-0061-MO-END-DT
017100                                    RL-0061-H1-END.
017200     WRITE RPT0061-REC FROM RL-0061-HDG1
017300         BEFORE ADVANCING TO-NEW-PAGE.
017400     WRITE RPT0061-REC FROM RL-0061-HDG2
017500         AFTER ADVANCING 2 LINES.
017600     EXEC SQL
017700         OPEN R0061GCN
017800     END-EXEC.
017900     IF SQLCODE NOT = 0
018000         GO TO 9999-SQL-ERROR
018100     END-IF.
018200 1000-INITIALIZE-EXIT.
018300     EXIT.
018400*****************************************************************
018500*    2000-ONE-DRUG                                              *
018600*****************************************************************
018700 2000-ONE-DRUG.
018800     EXEC SQL
018900         FETCH R0061GCN
019000         INTO :WH-0061-GCN-NUM,
019100              :WH-0061-AGE-CNT,
019200              :WH-0061-GNDR-CNT,
019300              :WH-0061-PREG-CNT,
019400              :WH-0061-CLM-CNT,
019500              :WH-0061-MBR-CNT
019600     END-EXEC.
019700     EVALUATE SQLCODE
019800       WHEN 0
019900         MOVE WH-0061-GCN-NUM        TO RL-0061-D-GCN
020000         MOVE WH-0061-AGE-CNT        TO RL-0061-D-AGE
020100         MOVE WH-0061-GNDR-CNT       TO RL-0061-D-GNDR
020200         MOVE WH-0061-PREG-CNT       TO RL-0061-D-PREG
020300         MOVE WH-0061-CLM-CNT        TO RL-0061-D-CNT
020400         MOVE WH-0061-MBR-CNT        TO RL-0061-D-MBRS
020500         WRITE RPT0061-REC FROM RL-0061-DETAIL
020600             AFTER ADVANCING 1 LINE
020700         ADD WH-0061-AGE-CNT         TO WR-0061-TOT-AGE
020800         ADD WH-0061-GNDR-CNT        TO WR-0061-TOT-GNDR
020900         ADD WH-0061-PREG-CNT        TO WR-0061-TOT-PREG
021000         ADD WH-0061-CLM-CNT         TO WR-0061-TOT-CNT
021100       WHEN 100
021200         SET WR-0061-EOF TO TRUE
021300       WHEN OTHER
021400         GO TO 9999-SQL-ERROR
021500     END-EVALUATE.
021600 2000-ONE-DRUG-EXIT.
021700     EXIT.
021800*****************************************************************
021900*    8000-FINALIZE                                              *
022000*****************************************************************
022100 8000-FINALIZE.
022200     EXEC SQL
022300         CLOSE R0061GCN
022400     END-EXEC.
022500     MOVE WR-0061-TOT-AGE        TO RL-0061-T-AGE.
022600     MOVE WR-0061-TOT-GNDR       TO RL-0061-T-GNDR.
022700     MOVE WR-0061-TOT-PREG       TO RL-0061-T-PREG.
022800     MOVE WR-0061-TOT-CNT        TO RL-0061-T-CNT.
022900     WRITE RPT0061-REC FROM RL-0061-TOTAL
023000         AFTER ADVANCING 2 LINES.
023100     CLOSE RSTPARM-FILE RPT0061-FILE.
023200 8000-FINALIZE-EXIT.
023300     EXIT.
023400*****************************************************************
023500*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
023600*****************************************************************
023700 9999-SQL-ERROR.
023800     DISPLAY 'PDDR0061 - SQL ERROR ON C_LI_EXC_TB'.
023900     DISPLAY 'SQLCODE = ' SQLCODE.
024000     MOVE 16 TO RETURN-CODE.
024100     CLOSE RSTPARM-FILE RPT0061-FILE.
024200     GOBACK.
