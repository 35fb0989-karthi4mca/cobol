000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0064.
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
001300*  10/15/26  ACS   NEW PROGRAM.  MONTHLY LIMITED-DISTRIBUTION  *
001400*                  DRUG CLAIMS BY PHARMACY FOR PROGRAM         *
001500*                  INTEGRITY.  FOR EVERY PHARMACY THAT BILLED  *
001600*                  A GCN ON R_LDD_PHRM_TB (ROW IN FORCE AT THE *
001700*                  DATE OF SERVICE) IN THE MONTH ON THE        *
001800*                  LDDPARM CARD: CLAIMS, PAID, DENIED AS AN    *
001900*                  UNAUTHORIZED DISPENSER (3976), DISTINCT     *
002000*                  DRUGS AND MEMBERS, AND DOLLARS PAID.  ANY   *
002100*                  3976 DENIAL FLAGS THE PHARMACY AS A         *
002200*                  POSSIBLE DIVERSION POINT.                   *
002220*  10/15/26  ACS   WITH NO LDDPARM CARD THE RUN NOW DEFAULTS   *
002240*                  TO THE PREVIOUS CALENDAR MONTH OF THE       *
002260*                  BUSINESS PROCESSING DATE FROM               *
002280*                  G_PROC_DT_CTL_TB (SHARED PDDS9004 ROUTINE). *
002300*                                                              *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT LDDPARM-FILE ASSIGN TO LDDPARM
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400     SELECT RPT0064-FILE ASSIGN TO RPT0064
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600*****************************************************************
003700*  DATA DIVISION                                                *
003800*****************************************************************
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  LDDPARM-FILE.
004200 01  LP-PARM-REC.
004300     05  LP-MO-BEG-DT                PIC X(00010).
004400     05  FILLER                      PIC X(00001).
004500     05  LP-MO-END-DT                PIC X(00010).
004600     05  FILLER                      PIC X(00059).
004700 FD  RPT0064-FILE
004800     RECORDING MODE IS F.
004900 01  RPT0064-REC                     PIC X(00133).
005000*****************************************************************
005100*  WORKING-STORAGE SECTION                                     *
005200*****************************************************************
005300 WORKING-STORAGE SECTION.
005400 77  WR-0064-EOF-SW                  PIC X(00001) VALUE 'N'.
005500     88  WR-0064-EOF                 VALUE 'Y'.
005600 77  WR-0064-PHCY-CNT                PIC S9(00009) COMP-3
005700                                     VALUE ZERO.
005800 77  WR-0064-FLAG-CNT                PIC S9(00009) COMP-3
005900                                     VALUE ZERO.
006000 77  WR-0064-TOT-CLM                 PIC S9(00009) COMP-3
006100                                     VALUE ZERO.
006200 77  WR-0064-TOT-PAID                PIC S9(00009) COMP-3
006300                                     VALUE ZERO.
006400 77  WR-0064-TOT-DENY                PIC S9(00009) COMP-3
006500                                     VALUE ZERO.
006600 77  WR-0064-TOT-AMT                 PIC S9(00011)V9(00002)
006700                                     COMP-3 VALUE ZERO.
006733*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
006766     COPY WKC90040.
006800*****************************************************************
006900*  EXEC SQL - SQLCA, HOST VARIABLES AND THE BY-PHARMACY CURSOR  *
007000*****************************************************************
007100     EXEC SQL INCLUDE SQLCA END-EXEC.
007200     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
007300 01  WH-0064-HOST-VARS.
007400     05  WH-0064-MO-BEG-DT           PIC X(00010).
007500     05  WH-0064-MO-END-DT           PIC X(00010).
007600     05  WH-0064-PROV-ID             PIC 9(00009) COMP.
007700     05  WH-0064-CLM-CNT             PIC S9(00009) COMP.
007800     05  WH-0064-PAID-CNT            PIC S9(00009) COMP.
007900     05  WH-0064-DENY-CNT            PIC S9(00009) COMP.
008000     05  WH-0064-GCN-CNT             PIC S9(00009) COMP.
008100     05  WH-0064-MBR-CNT             PIC S9(00009) COMP.
008200     05  WH-0064-PAID-AMT            PIC S9(00011)V9(00002)
008300                                     COMP-3.
008400     EXEC SQL END DECLARE SECTION END-EXEC.
008500*    A LINE IS AN LDD CLAIM WHEN ITS GCN HAS AN R_LDD_PHRM_TB ROW
008600*    IN FORCE ON ITS DATE OF SERVICE.  THE OUTER JOIN PICKS UP THE
008700*    3976 DENIAL, IF ANY, WITHOUT DROPPING THE PAID LINES.
008800     EXEC SQL
008900         DECLARE R0064PHR CURSOR FOR
009000         SELECT D.C_BLNG_PROV_ID,
009100                COUNT(*),
009200                SUM(DECODE(D.C_HDR_STAT_CD, 'P', 1, 0)),
009300                SUM(CASE WHEN E.C_TCN_NUM IS NOT NULL
009400                         THEN 1 ELSE 0 END),
009500                COUNT(DISTINCT D.R_DRUG_GCN_SEQ_NUM),
009600                COUNT(DISTINCT D.B_SYS_ID),
009700                NVL(SUM(DECODE(D.C_HDR_STAT_CD, 'P',
009800                               D.C_TOT_REIMB_AMT, 0)), 0)
009900           FROM C_LI_DRUG_TB D
010000           LEFT OUTER JOIN C_LI_EXC_TB E
010100                  ON E.C_TCN_NUM    = D.C_TCN_NUM
010200                 AND E.R_CLM_EXC_CD = '3976'
010300          WHERE D.C_HDR_SVC_FST_DT >= :WH-0064-MO-BEG-DT
010400            AND D.C_HDR_SVC_FST_DT <= :WH-0064-MO-END-DT
010500            AND EXISTS
010600                (SELECT 1
010700                   FROM R_LDD_PHRM_TB L
010800                  WHERE L.R_DRUG_GCN_SEQ_NUM =
010900                        D.R_DRUG_GCN_SEQ_NUM
011000                    AND L.R_LDD_BEG_DT <= D.C_HDR_SVC_FST_DT
011100                    AND L.R_LDD_END_DT >= D.C_HDR_SVC_FST_DT)
011200          GROUP BY D.C_BLNG_PROV_ID
011300          ORDER BY 4 DESC, 2 DESC, D.C_BLNG_PROV_ID
011400     END-EXEC.
011500*****************************************************************
011600*  REPORT LINE LAYOUTS                                         *
011700*****************************************************************
011800 01  RL-0064-HDG1.
011900     05  FILLER                      PIC X(00001) VALUE SPACE.
012000     05  FILLER                      PIC X(00050) VALUE
012100         'PDDR0064 - LIMITED-DISTRIBUTION CLAIMS BY PHARMACY'.
012200     05  FILLER                      PIC X(00007) VALUE 'MONTH '.
012300     05  RL-0064-H1-BEG              PIC X(00010).
012400     05  FILLER                      PIC X(00003) VALUE ' - '.
012500     05  RL-0064-H1-END              PIC X(00010).
012600 01  RL-0064-HDG2.
012700     05  FILLER                      PIC X(00001) VALUE SPACE.
012800     05  FILLER                      PIC X(00011)
012900                                     VALUE 'PHARMACY'.
013000     05  FILLER                      PIC X(00010)
013100                                     VALUE '   CLAIMS'.
013200     05  FILLER                      PIC X(00010)
013300                                     VALUE '     PAID'.
013400     05  FILLER                      PIC X(00010)
013500                                     VALUE '  UNAUTH'.
013600     05  FILLER                      PIC X(00010)
013700                                     VALUE '    DRUGS'.
013800     05  FILLER                      PIC X(00010)
013900                                     VALUE '  MEMBERS'.
014000     05  FILLER                      PIC X(00016)
014100                                     VALUE '     DOLLARS PD'.
014200 01  RL-0064-DETAIL.
014300     05  FILLER                      PIC X(00001) VALUE SPACE.
014400     05  RL-0064-D-PROV              PIC 9(00009).
014500     05  FILLER                      PIC X(00002) VALUE SPACES.
014600     05  RL-0064-D-CNT               PIC ZZZ,ZZ9.
014700     05  FILLER                      PIC X(00003) VALUE SPACES.
014800     05  RL-0064-D-PAID              PIC ZZZ,ZZ9.
014900     05  FILLER                      PIC X(00003) VALUE SPACES.
015000     05  RL-0064-D-DENY              PIC ZZZ,ZZ9.
015100     05  FILLER                      PIC X(00003) VALUE SPACES.
015200     05  RL-0064-D-GCNS              PIC ZZZ,ZZ9.
015300     05  FILLER                      PIC X(00003) VALUE SPACES.
015400     05  RL-0064-D-MBRS              PIC ZZZ,ZZ9.
015500     05  FILLER                      PIC X(00002) VALUE SPACES.
015600     05  RL-0064-D-AMT               PIC ZZZ,ZZZ,ZZ9.99.
015700     05  FILLER                      PIC X(00002) VALUE SPACES.
015800     05  RL-0064-D-FLAG              PIC X(00010).
015900 01  RL-0064-TOTAL.
016000     05  FILLER                      PIC X(00001) VALUE SPACE.
016100     05  FILLER                      PIC X(00011)
016200                                     VALUE 'MONTH TOTAL'.
016300     05  RL-0064-T-CNT               PIC ZZZ,ZZ9.
016400     05  FILLER                      PIC X(00003) VALUE SPACES.
016500     05  RL-0064-T-PAID              PIC ZZZ,ZZ9.
016600     05  FILLER                      PIC X(00003) VALUE SPACES.
016700     05  RL-0064-T-DENY              PIC ZZZ,ZZ9.
016800     05  FILLER                      PIC X(00022) VALUE SPACES.
016900     05  RL-0064-T-AMT               PIC ZZZ,ZZZ,ZZ9.99.
017000 01  RL-0064-SUMMARY.
017100     05  FILLER                      PIC X(00001) VALUE SPACE.
017200     05  FILLER                      PIC X(00012)
017300                                     VALUE 'PHARMACIES: '.
017400     05  RL-0064-S-PHCY              PIC ZZZ,ZZ9.
017500     05  FILLER                      PIC X(00026)
017600                         VALUE '   FLAGGED UNAUTHORIZED: '.
017700     05  RL-0064-S-FLAG              PIC ZZZ,ZZ9.
017800*****************************************************************
017900*  PROCEDURE DIVISION                                          *
018000*****************************************************************
018100 PROCEDURE DIVISION.
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE
018400         THRU 1000-INITIALIZE-EXIT.
018500     PERFORM 2000-ONE-PHCY
018600         THRU 2000-ONE-PHCY-EXIT
018700         UNTIL WR-0064-EOF.
018800     PERFORM 8000-FINALIZE
018900         THRU 8000-FINALIZE-EXIT.
019000     GOBACK.
019100*****************************************************************
019200*    1000-INITIALIZE - MONTH CARD, HEADINGS, OPEN THE CURSOR    *
019300*****************************************************************
019400 1000-INITIALIZE.
019411     MOVE 'PDDR0064'             TO WK-9004-PGM-ID.
019422     MOVE SPACES                 TO WK-9004-OVRD-DT.
019433     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
019444     IF WK-9004-NO-BUS-DT
019455         DISPLAY 'PDDR0064 - NO BUSINESS PROCESSING DATE'
019466         MOVE 16 TO RETURN-CODE
019477         GOBACK
019488     END-IF.
019500     OPEN INPUT  LDDPARM-FILE.
019600     OPEN OUTPUT RPT0064-FILE.
019700     READ LDDPARM-FILE
019800         AT END
020050             MOVE SPACES TO LP-PARM-REC
020300     END-READ.
020316*    NO MONTH CARD - RUN THE PREVIOUS CALENDAR MONTH.
020332     IF LP-MO-BEG-DT = SPACES
020348         MOVE WK-9004-PRV-MO-BEG-DT TO LP-MO-BEG-DT
020364         MOVE WK-9004-PRV-MO-END-DT TO LP-MO-END-DT
020380     END-IF.
020400     MOVE LP-MO-BEG-DT           TO WH-0064-MO-BEG-DT
020500                                    RL-0064-H1-BEG.
020600     MOVE LP-MO-END-DT           TO WH-0064-MO-END-DT
020700                                    RL-0064-H1-END.
020800     WRITE RPT0064-REC FROM RL-0064-HDG1
020900         BEFORE ADVANCING TO-NEW-PAGE.
021000     WRITE RPT0064-REC FROM RL-0064-HDG2
021100         AFTER ADVANCING 2 LINES.
021200     EXEC SQL
021300         OPEN R0064PHR
021400     END-EXEC.
021500     IF SQLCODE NOT = 0
021600         GO TO 9999-SQL-ERROR
021700     END-IF.
021800 1000-INITIALIZE-EXIT.
021900     EXIT.
022000*****************************************************************
022100*    2000-ONE-PHCY - ONE PHARMACY'S LDD ACTIVITY FOR THE MONTH  *
022200*****************************************************************
022300 2000-ONE-PHCY.
022400     EXEC SQL
022500         FETCH R0064PHR
022600         INTO :WH-0064-PROV-ID,
022700              :WH-0064-CLM-CNT,
022800              :WH-0064-PAID-CNT,
022900              :WH-0064-DENY-CNT,
023000              :WH-0064-GCN-CNT,
023100              :WH-0064-MBR-CNT,
023200              :WH-0064-PAID-AMT
023300     END-EXEC.
023400     EVALUATE SQLCODE
023500       WHEN 0
023600         MOVE WH-0064-PROV-ID        TO RL-0064-D-PROV
023700         MOVE WH-0064-CLM-CNT        TO RL-0064-D-CNT
023800         MOVE WH-0064-PAID-CNT       TO RL-0064-D-PAID
023900         MOVE WH-0064-DENY-CNT       TO RL-0064-D-DENY
024000         MOVE WH-0064-GCN-CNT        TO RL-0064-D-GCNS
024100         MOVE WH-0064-MBR-CNT        TO RL-0064-D-MBRS
024200         MOVE WH-0064-PAID-AMT       TO RL-0064-D-AMT
024300         IF WH-0064-DENY-CNT > ZERO
024400             MOVE '*UNAUTH*'         TO RL-0064-D-FLAG
024500             ADD 1                   TO WR-0064-FLAG-CNT
024600         ELSE
024700             MOVE SPACES             TO RL-0064-D-FLAG
024800         END-IF
024900         WRITE RPT0064-REC FROM RL-0064-DETAIL
025000             AFTER ADVANCING 1 LINE
025100         ADD 1                       TO WR-0064-PHCY-CNT
025200         ADD WH-0064-CLM-CNT         TO WR-0064-TOT-CLM
025300         ADD WH-0064-PAID-CNT        TO WR-0064-TOT-PAID
025400         ADD WH-0064-DENY-CNT        TO WR-0064-TOT-DENY
025500         ADD WH-0064-PAID-AMT        TO WR-0064-TOT-AMT
025600       WHEN 100
025700         SET WR-0064-EOF TO TRUE
025800       WHEN OTHER
025900         GO TO 9999-SQL-ERROR
026000     END-EVALUATE.
026100 2000-ONE-PHCY-EXIT.
026200     EXIT.
026300*****************************************************************
026400*    8000-FINALIZE                                              *
026500*****************************************************************
026600 8000-FINALIZE.
026700     EXEC SQL
026800         CLOSE R0064PHR
026900     END-EXEC.
027000     MOVE WR-0064-TOT-CLM        TO RL-0064-T-CNT.
027100     MOVE WR-0064-TOT-PAID       TO RL-0064-T-PAID.
027200     MOVE WR-0064-TOT-DENY       TO RL-0064-T-DENY.
027300     MOVE WR-0064-TOT-AMT        TO RL-0064-T-AMT.
027400     WRITE RPT0064-REC FROM RL-0064-TOTAL
027500         AFTER ADVANCING 2 LINES.
027600     MOVE WR-0064-PHCY-CNT       TO RL-0064-S-PHCY.
027700     MOVE WR-0064-FLAG-CNT       TO RL-0064-S-FLAG.
027800     WRITE RPT0064-REC FROM RL-0064-SUMMARY
027900         AFTER ADVANCING 1 LINE.
028000     CLOSE LDDPARM-FILE RPT0064-FILE.
028100 8000-FINALIZE-EXIT.
028200     EXIT.
028300*****************************************************************
028400*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
028500*****************************************************************
028600 9999-SQL-ERROR.
028700     DISPLAY 'PDDR0064 - SQL ERROR ON C_LI_DRUG_TB'.
028800     DISPLAY 'SQLCODE = ' SQLCODE.
028900     MOVE 16 TO RETURN-CODE.
029000     CLOSE LDDPARM-FILE RPT0064-FILE.
029100     GOBACK.
