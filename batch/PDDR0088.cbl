000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0088.
000300 AUTHOR.        ACS0658.
000400 INSTALLATION.  CLAIMS SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  MODIFICATION HISTORY                                         *
001000*                                                               *
001100*  DATE      INIT  DESCRIPTION                                  *
001200*  --------  ----  ----------------------------------------     *
001300*  10/15/26  ACS   NEW PROGRAM.  DAILY PHARMACY LICENSE         *
001400*                  EXPIRATION WARNING REPORT AND OUTREACH       *
001500*                  EXTRACT FOR PROVIDER RELATIONS.  EVERY       *
001600*                  ENROLLED PHARMACY'S BOARD PERMIT, DEA        *
001700*                  REGISTRATION AND PHARMACIST-IN-CHARGE        *
001800*                  LICENSE (C_PROV_MSTR_TB, LOADED BY PDDB0046) *
001900*                  IS CHECKED AGAINST THE 60, 30 AND 7 DAY      *
002000*                  WARNING POINTS.  A CREDENTIAL IS NOTICED ONCE*
002100*                  AT EACH POINT - ON THE BUSINESS DAY IT       *
002200*                  CROSSES IT, OR THE DAY A LOAD CHANGES IT     *
002300*                  WHILE ALREADY INSIDE 60 DAYS - AND ONCE MORE *
002400*                  WHEN IT LAPSES AND CLAIMS START TO DENY.  THE*
002500*                  LICWARN EXTRACT CARRIES THE SAME NOTICES FOR *
002600*                  THE OUTREACH LETTERS AND IS REGISTERED ON THE*
002700*                  OUTBOUND FILE MANIFEST (PDDS9006).  THE      *
002800*                  SUMMARY COUNTS EVERYTHING STILL INSIDE A     *
002900*                  WINDOW, NOTICED TODAY OR NOT.                *
003000*                                                               *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT LICWARN-FILE ASSIGN TO LICWARN
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT RPT0088-FILE ASSIGN TO RPT0088
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300*****************************************************************
004400*  DATA DIVISION                                                *
004500*****************************************************************
004600 DATA DIVISION.
004700 FILE SECTION.
004800*    ONE RECORD PER NOTICE.  WARNING POINT 60, 30 OR 07 DAYS, OR
004900*    EX FOR A CREDENTIAL THAT HAS LAPSED.  CREDENTIAL P IS THE
005000*    BOARD PERMIT, D THE DEA REGISTRATION, R THE
005100*    PHARMACIST-IN-CHARGE LICENSE (NAMED IN LW-PIC-NAM).
005200 FD  LICWARN-FILE.
005300 01  LW-WARN-REC.
005400     05  LW-NOTICE-DT                PIC X(00010).
005500     05  LW-WARN-PT-CD               PIC X(00002).
005600     05  LW-CRED-TY-CD               PIC X(00001).
005700     05  LW-PROV-ID                  PIC X(00015).
005800     05  LW-PROV-NAM                 PIC X(00030).
005900     05  LW-LIC-ST-CD                PIC X(00002).
006000     05  LW-CRED-NUM                 PIC X(00020).
006100     05  LW-EXP-DT                   PIC X(00010).
006200     05  LW-DAYS-LEFT                PIC -9(00004).
006300     05  LW-PIC-NAM                  PIC X(00030).
006400 FD  RPT0088-FILE
006500     RECORDING MODE IS F.
006600 01  RPT0088-REC                     PIC X(00133).
006700*****************************************************************
006800*  WORKING-STORAGE SECTION                                     *
006900*****************************************************************
007000 WORKING-STORAGE SECTION.
007100 77  WR-0088-EOF-SW                  PIC X(00001) VALUE 'N'.
007200     88  WR-0088-EOF                 VALUE 'Y'.
007300*    THE WARNING POINTS, IN DAYS BEFORE EXPIRATION.
007400 77  WR-0088-WARN-1                  PIC S9(00005) COMP-3
007500                                     VALUE +60.
007600 77  WR-0088-WARN-2                  PIC S9(00005) COMP-3
007700                                     VALUE +30.
007800 77  WR-0088-WARN-3                  PIC S9(00005) COMP-3
007900                                     VALUE +7.
008000 77  WR-0088-WARN-PT-CD              PIC X(00002).
008100 77  WR-0088-NOTICE-CNT              PIC S9(00009) COMP-3
008200                                     VALUE ZERO.
008300 77  WR-0088-DAYS-HASH               PIC S9(00013)V9(00002)
008400                                     COMP-3 VALUE ZERO.
008500 77  WR-0088-EX-CNT                  PIC S9(00009) COMP-3
008600                                     VALUE ZERO.
008700 77  WR-0088-N1-CNT                  PIC S9(00009) COMP-3
008800                                     VALUE ZERO.
008900 77  WR-0088-N2-CNT                  PIC S9(00009) COMP-3
009000                                     VALUE ZERO.
009100 77  WR-0088-N3-CNT                  PIC S9(00009) COMP-3
009200                                     VALUE ZERO.
009300 77  WR-0088-IN1-CNT                 PIC S9(00009) COMP-3
009400                                     VALUE ZERO.
009500 77  WR-0088-IN2-CNT                 PIC S9(00009) COMP-3
009600                                     VALUE ZERO.
009700 77  WR-0088-IN3-CNT                 PIC S9(00009) COMP-3
009800                                     VALUE ZERO.
009900*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
010000     COPY WKC90040.
010100*    OUTBOUND FILE MANIFEST - SHARED PDDS9006 ROUTINE.
010200     COPY WKC90060.
010300*****************************************************************
010400*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CURSOR              *
010500*****************************************************************
010600     EXEC SQL INCLUDE SQLCA END-EXEC.
010700     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
010800 01  WH-0088-HOST-VARS.
010900     05  WH-0088-BUS-DT              PIC X(00010).
011000     05  WH-0088-PRIOR-DT            PIC X(00010).
011100     05  WH-0088-LIMIT-DT            PIC X(00010).
011200     05  WH-0088-DAY-BEFORE-DT       PIC X(00010).
011300     05  WH-0088-WARN-DAYS           PIC S9(00009) COMP.
011400     05  WH-0088-PRIOR-TS            PIC X(00026).
011500     05  WH-0088-PROV-ID             PIC X(00015).
011600     05  WH-0088-PROV-NAM            PIC X(00030).
011700     05  WH-0088-CRED-TY-CD          PIC X(00001).
011800     05  WH-0088-LIC-ST-CD           PIC X(00002).
011900     05  WH-0088-CRED-NUM            PIC X(00020).
012000     05  WH-0088-EXP-DT              PIC X(00010).
012100     05  WH-0088-PIC-NAM             PIC X(00030).
012200     05  WH-0088-DAYS-LEFT           PIC S9(00009) COMP.
012300     05  WH-0088-PRIOR-LEFT          PIC S9(00009) COMP.
012400     05  WH-0088-LOADED-CNT          PIC S9(00009) COMP.
012500     EXEC SQL END DECLARE SECTION END-EXEC.
012600*    EVERY CREDENTIAL OF AN ENROLLED PHARMACY EXPIRING FROM THE
012700*    PRIOR BUSINESS DATE THROUGH 60 DAYS OUT, SOONEST FIRST.  THE
012800*    LAST COLUMN SAYS A LOAD HAS TOUCHED IT SINCE THE PRIOR RUN.
012900     EXEC SQL
013000         DECLARE R0088CRD CURSOR FOR
013100         SELECT C.C_PROV_ID, C.C_PROV_NAM, C.CRED_TY,
013200                C.C_LIC_ST_CD, C.CRED_NUM, C.EXP_DT, C.PIC_NAM,
013300                TO_DATE(C.EXP_DT, 'YYYY-MM-DD')
013400                  - TO_DATE(:WH-0088-BUS-DT, 'YYYY-MM-DD'),
013500                TO_DATE(C.EXP_DT, 'YYYY-MM-DD')
013600                  - TO_DATE(:WH-0088-PRIOR-DT, 'YYYY-MM-DD'),
013700                CASE WHEN C.LOAD_TS >= :WH-0088-PRIOR-TS
013800                     THEN 1 ELSE 0 END
013900           FROM (SELECT C_PROV_ID,
014000                        NVL(C_PROV_NAM, ' ') C_PROV_NAM,
014100                        'P' CRED_TY, NVL(C_LIC_ST_CD, ' ')
014200                        C_LIC_ST_CD, NVL(C_LIC_NUM, ' ') CRED_NUM,
014300                        C_LIC_EXP_DT EXP_DT, ' ' PIC_NAM,
014400                        NVL(C_LIC_LOAD_TS, ' ') LOAD_TS,
014500                        C_PROV_STAT_CD, C_PROV_END_DT
014600                   FROM C_PROV_MSTR_TB
014700                 UNION ALL
014800                 SELECT C_PROV_ID, NVL(C_PROV_NAM, ' '),
014900                        'D', NVL(C_LIC_ST_CD, ' '),
015000                        NVL(C_DEA_NUM, ' '),
015100                        C_DEA_EXP_DT, ' ',
015200                        NVL(C_LIC_LOAD_TS, ' '),
015300                        C_PROV_STAT_CD, C_PROV_END_DT
015400                   FROM C_PROV_MSTR_TB
015500                 UNION ALL
015600                 SELECT C_PROV_ID, NVL(C_PROV_NAM, ' '),
015700                        'R', NVL(C_LIC_ST_CD, ' '),
015800                        NVL(C_PIC_LIC_NUM, ' '),
015900                        C_PIC_LIC_EXP_DT, NVL(C_PIC_NAM, ' '),
016000                        NVL(C_LIC_LOAD_TS, ' '),
016100                        C_PROV_STAT_CD, C_PROV_END_DT
016200                   FROM C_PROV_MSTR_TB) C
016300          WHERE C.EXP_DT         >= :WH-0088-PRIOR-DT
016400            AND C.EXP_DT         <= :WH-0088-LIMIT-DT
016500            AND C.C_PROV_STAT_CD  = 'A'
016600            AND C.C_PROV_END_DT  >= :WH-0088-BUS-DT
016700          ORDER BY 8, 1, 3
016800     END-EXEC.
016900*****************************************************************
017000*  REPORT LINES                                                 *
017100*****************************************************************
017200 01  RL-0088-HDG1.
017300     05  FILLER                PIC X(00001) VALUE SPACE.
017400     05  FILLER                PIC X(00050)
017500         VALUE 'PDDR0088 - PHARMACY LICENSE EXPIRATION WARNINGS'.
017600     05  FILLER                PIC X(00009)
017700             VALUE 'BUS DATE '.
017800     05  RL-0088-H1-BUS-DT     PIC X(00010).
017900     05  FILLER                PIC X(00014)
018000             VALUE '   SINCE '.
018100     05  RL-0088-H1-PRIOR-DT   PIC X(00010).
018200 01  RL-0088-HDG2.
018300     05  FILLER                PIC X(00001) VALUE SPACE.
018400     05  FILLER                PIC X(00008) VALUE 'NOTICE'.
018500     05  FILLER                PIC X(00013) VALUE 'CREDENTIAL'.
018600     05  FILLER                PIC X(00016) VALUE 'PROVIDER ID'.
018700     05  FILLER                PIC X(00031) VALUE 'PHARMACY NAME'.
018800     05  FILLER                PIC X(00003) VALUE 'ST'.
018900     05  FILLER                PIC X(00021) VALUE 'NUMBER'.
019000     05  FILLER                PIC X(00011) VALUE 'EXPIRES'.
019100     05  FILLER                PIC X(00006) VALUE ' DAYS'.
019200     05  FILLER                PIC X(00020) VALUE 'PHARMACIST'.
019300 01  RL-0088-DETAIL.
019400     05  FILLER                PIC X(00001) VALUE SPACE.
019500     05  RL-0088-D-WARN        PIC X(00007).
019600     05  FILLER                PIC X(00001) VALUE SPACE.
019700     05  RL-0088-D-CRED        PIC X(00012).
019800     05  FILLER                PIC X(00001) VALUE SPACE.
019900     05  RL-0088-D-PROV-ID     PIC X(00015).
020000     05  FILLER                PIC X(00001) VALUE SPACE.
020100     05  RL-0088-D-PROV-NAM    PIC X(00030).
020200     05  FILLER                PIC X(00001) VALUE SPACE.
020300     05  RL-0088-D-ST          PIC X(00002).
020400     05  FILLER                PIC X(00001) VALUE SPACE.
020500     05  RL-0088-D-NUM         PIC X(00020).
020600     05  FILLER                PIC X(00001) VALUE SPACE.
020700     05  RL-0088-D-EXP         PIC X(00010).
020800     05  FILLER                PIC X(00001) VALUE SPACE.
020900     05  RL-0088-D-DAYS        PIC ---,--9.
021000     05  FILLER                PIC X(00001) VALUE SPACE.
021100     05  RL-0088-D-PIC-NAM     PIC X(00020).
021200 01  RL-0088-COUNT-LINE.
021300     05  FILLER                PIC X(00001) VALUE SPACE.
021400     05  RL-0088-C-LABEL       PIC X(00040).
021500     05  RL-0088-C-CNT         PIC ZZZ,ZZZ,ZZ9.
021600*****************************************************************
021700*  PROCEDURE DIVISION                                           *
021800*****************************************************************
021900 PROCEDURE DIVISION.
022000 0000-MAINLINE.
022100     PERFORM 1000-INITIALIZE
022200         THRU 1000-INITIALIZE-EXIT.
022300     PERFORM 2000-ONE-CREDENTIAL
022400         THRU 2000-ONE-CREDENTIAL-EXIT
022500         UNTIL WR-0088-EOF.
022600     PERFORM 8000-FINALIZE
022700         THRU 8000-FINALIZE-EXIT.
022800     GOBACK.
022900*****************************************************************
023000*    1000-INITIALIZE - TODAY IS THE BUSINESS DATE; THE DAYS     *
023100*    SINCE THE PRIOR BUSINESS DATE ARE WHAT THIS RUN NOTICES, SO*
023200*    A WEEKEND'S CROSSINGS COME OUT ON THE NEXT BUSINESS DAY    *
023300*****************************************************************
023400 1000-INITIALIZE.
023500     MOVE 'PDDR0088'             TO WK-9004-PGM-ID.
023600     MOVE SPACES                 TO WK-9004-OVRD-DT.
023700     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
023800     IF WK-9004-NO-BUS-DT
023900         DISPLAY 'PDDR0088 - NO BUSINESS PROCESSING DATE'
024000         MOVE 16 TO RETURN-CODE
024100         GOBACK
024200     END-IF.
024300     OPEN OUTPUT LICWARN-FILE RPT0088-FILE.
024400     MOVE WK-9004-BUS-DT         TO WH-0088-BUS-DT
024500                                    RL-0088-H1-BUS-DT.
024600     MOVE WK-9004-PRIOR-BUS-DT   TO WH-0088-PRIOR-DT.
024700     MOVE WR-0088-WARN-1         TO WH-0088-WARN-DAYS.
024800     EXEC SQL
024900         SELECT TO_CHAR(TO_DATE(:WH-0088-BUS-DT, 'YYYY-MM-DD')
025000                        + :WH-0088-WARN-DAYS, 'YYYY-MM-DD'),
025100                TO_CHAR(TO_DATE(:WH-0088-BUS-DT, 'YYYY-MM-DD')
025200                        - 1, 'YYYY-MM-DD')
025300           INTO :WH-0088-LIMIT-DT,
025400                :WH-0088-DAY-BEFORE-DT
025500           FROM DUAL
025600     END-EXEC.
025700     IF SQLCODE NOT = ZERO
025800         GO TO 9999-SQL-ERROR
025900     END-IF.
026000*    NO PRIOR BUSINESS DATE ON THE CALENDAR (FIRST RUN) - LOOK
026100*    BACK ONE DAY.
026200     IF WH-0088-PRIOR-DT = SPACES
026300     OR WH-0088-PRIOR-DT NOT < WH-0088-BUS-DT
026400         MOVE WH-0088-DAY-BEFORE-DT  TO WH-0088-PRIOR-DT
026500     END-IF.
026600     MOVE WH-0088-PRIOR-DT       TO RL-0088-H1-PRIOR-DT.
026700     MOVE SPACES                 TO WH-0088-PRIOR-TS.
026800     STRING WH-0088-PRIOR-DT '-00.00.00.000000'
026900         DELIMITED BY SIZE INTO WH-0088-PRIOR-TS.
027000     WRITE RPT0088-REC FROM RL-0088-HDG1
027100         BEFORE ADVANCING TO-NEW-PAGE.
027200     WRITE RPT0088-REC FROM RL-0088-HDG2
027300         AFTER ADVANCING 2 LINES.
027400     EXEC SQL
027500         OPEN R0088CRD
027600     END-EXEC.
027700     IF SQLCODE NOT = ZERO
027800         GO TO 9999-SQL-ERROR
027900     END-IF.
028000     PERFORM 2100-READ-NEXT
028100         THRU 2100-READ-NEXT-EXIT.
028200 1000-INITIALIZE-EXIT.
028300     EXIT.
028400*****************************************************************
028500*    2000-ONE-CREDENTIAL - COUNT IT INTO ITS WINDOW, THEN WORK  *
028600*    OUT WHETHER TODAY OWES A NOTICE.  THE NEAREST POINT CROSSED*
028700*    WINS, SO A CREDENTIAL THAT SKIPS A POINT OVER A LONG       *
028800*    WEEKEND GETS THE MORE URGENT NOTICE.                       *
028900*****************************************************************
029000 2000-ONE-CREDENTIAL.
029100     EVALUATE TRUE
029200       WHEN WH-0088-DAYS-LEFT < ZERO
029300         CONTINUE
029400       WHEN WH-0088-DAYS-LEFT NOT > WR-0088-WARN-3
029500         ADD 1 TO WR-0088-IN3-CNT
029600       WHEN WH-0088-DAYS-LEFT NOT > WR-0088-WARN-2
029700         ADD 1 TO WR-0088-IN2-CNT
029800       WHEN OTHER
029900         ADD 1 TO WR-0088-IN1-CNT
030000     END-EVALUATE.
030100     MOVE SPACES TO WR-0088-WARN-PT-CD.
030200     EVALUATE TRUE
030300       WHEN WH-0088-DAYS-LEFT < ZERO
030400         MOVE 'EX' TO WR-0088-WARN-PT-CD
030500         ADD 1 TO WR-0088-EX-CNT
030600       WHEN WH-0088-DAYS-LEFT NOT > WR-0088-WARN-3
030700        AND (WH-0088-PRIOR-LEFT > WR-0088-WARN-3
030800         OR WH-0088-LOADED-CNT > ZERO)
030900         MOVE '07' TO WR-0088-WARN-PT-CD
031000         ADD 1 TO WR-0088-N3-CNT
031100       WHEN WH-0088-DAYS-LEFT NOT > WR-0088-WARN-3
031200         CONTINUE
031300       WHEN WH-0088-DAYS-LEFT NOT > WR-0088-WARN-2
031400        AND (WH-0088-PRIOR-LEFT > WR-0088-WARN-2
031500         OR WH-0088-LOADED-CNT > ZERO)
031600         MOVE '30' TO WR-0088-WARN-PT-CD
031700         ADD 1 TO WR-0088-N2-CNT
031800       WHEN WH-0088-DAYS-LEFT NOT > WR-0088-WARN-2
031900         CONTINUE
032000       WHEN WH-0088-PRIOR-LEFT > WR-0088-WARN-1
032100        OR WH-0088-LOADED-CNT > ZERO
032200         MOVE '60' TO WR-0088-WARN-PT-CD
032300         ADD 1 TO WR-0088-N1-CNT
032400     END-EVALUATE.
032500     IF WR-0088-WARN-PT-CD NOT = SPACES
032600         PERFORM 3000-WRITE-NOTICE
032700             THRU 3000-WRITE-NOTICE-EXIT
032800     END-IF.
032900     PERFORM 2100-READ-NEXT
033000         THRU 2100-READ-NEXT-EXIT.
033100 2000-ONE-CREDENTIAL-EXIT.
033200     EXIT.
033300*****************************************************************
033400*    2100-READ-NEXT                                             *
033500*****************************************************************
033600 2100-READ-NEXT.
033700     EXEC SQL
033800         FETCH R0088CRD
033900          INTO :WH-0088-PROV-ID, :WH-0088-PROV-NAM,
034000               :WH-0088-CRED-TY-CD, :WH-0088-LIC-ST-CD,
034100               :WH-0088-CRED-NUM, :WH-0088-EXP-DT,
034200               :WH-0088-PIC-NAM, :WH-0088-DAYS-LEFT,
034300               :WH-0088-PRIOR-LEFT, :WH-0088-LOADED-CNT
034400     END-EXEC.
034500     EVALUATE SQLCODE
034600       WHEN 0
034700         CONTINUE
034800       WHEN 100
034900         SET WR-0088-EOF TO TRUE
035000       WHEN OTHER
035100         GO TO 9999-SQL-ERROR
035200     END-EVALUATE.
035300 2100-READ-NEXT-EXIT.
035400     EXIT.
035500*****************************************************************
035600*    3000-WRITE-NOTICE - REPORT LINE AND EXTRACT RECORD         *
035700*****************************************************************
035800 3000-WRITE-NOTICE.
035900     IF WR-0088-WARN-PT-CD = 'EX'
036000         MOVE 'LAPSED '              TO RL-0088-D-WARN
036100     ELSE
036200         MOVE SPACES                 TO RL-0088-D-WARN
036300         STRING WR-0088-WARN-PT-CD ' DAYS'
036400             DELIMITED BY SIZE INTO RL-0088-D-WARN
036500     END-IF.
036600     EVALUATE WH-0088-CRED-TY-CD
036700       WHEN 'P'
036800         MOVE 'BOARD PERMIT'         TO RL-0088-D-CRED
036900       WHEN 'D'
037000         MOVE 'DEA REG'              TO RL-0088-D-CRED
037100       WHEN OTHER
037200         MOVE 'PIC LICENSE'          TO RL-0088-D-CRED
037300     END-EVALUATE.
037400     MOVE WH-0088-PROV-ID            TO RL-0088-D-PROV-ID.
037500     MOVE WH-0088-PROV-NAM           TO RL-0088-D-PROV-NAM.
037600     MOVE WH-0088-LIC-ST-CD          TO RL-0088-D-ST.
037700     MOVE WH-0088-CRED-NUM           TO RL-0088-D-NUM.
037800     MOVE WH-0088-EXP-DT             TO RL-0088-D-EXP.
037900     MOVE WH-0088-DAYS-LEFT          TO RL-0088-D-DAYS.
038000     MOVE WH-0088-PIC-NAM            TO RL-0088-D-PIC-NAM.
038100     WRITE RPT0088-REC FROM RL-0088-DETAIL
038200         AFTER ADVANCING 1 LINE.
038300     MOVE WH-0088-BUS-DT             TO LW-NOTICE-DT.
038400     MOVE WR-0088-WARN-PT-CD         TO LW-WARN-PT-CD.
038500     MOVE WH-0088-CRED-TY-CD         TO LW-CRED-TY-CD.
038600     MOVE WH-0088-PROV-ID            TO LW-PROV-ID.
038700     MOVE WH-0088-PROV-NAM           TO LW-PROV-NAM.
038800     MOVE WH-0088-LIC-ST-CD          TO LW-LIC-ST-CD.
038900     MOVE WH-0088-CRED-NUM           TO LW-CRED-NUM.
039000     MOVE WH-0088-EXP-DT             TO LW-EXP-DT.
039100     MOVE WH-0088-DAYS-LEFT          TO LW-DAYS-LEFT.
039200     MOVE WH-0088-PIC-NAM            TO LW-PIC-NAM.
039300     WRITE LW-WARN-REC.
039400     ADD 1 TO WR-0088-NOTICE-CNT.
039500     ADD WH-0088-DAYS-LEFT           TO WR-0088-DAYS-HASH.
039600 3000-WRITE-NOTICE-EXIT.
039700     EXIT.
039800*****************************************************************
039900*    8000-FINALIZE - NOTICES BY POINT, THEN WHAT IS STILL INSIDE*
040000*    EACH WINDOW                                                *
040100*****************************************************************
040200 8000-FINALIZE.
040300     EXEC SQL
040400         CLOSE R0088CRD
040500     END-EXEC.
040600     MOVE 'NOTICES - LAPSED, CLAIMS DENYING'  TO RL-0088-C-LABEL.
040700     MOVE WR-0088-EX-CNT               TO RL-0088-C-CNT.
040800     WRITE RPT0088-REC FROM RL-0088-COUNT-LINE
040900         AFTER ADVANCING 3 LINES.
041000     MOVE 'NOTICES - 7 DAYS'           TO RL-0088-C-LABEL.
041100     MOVE WR-0088-N3-CNT               TO RL-0088-C-CNT.
041200     WRITE RPT0088-REC FROM RL-0088-COUNT-LINE
041300         AFTER ADVANCING 1 LINE.
041400     MOVE 'NOTICES - 30 DAYS'          TO RL-0088-C-LABEL.
041500     MOVE WR-0088-N2-CNT               TO RL-0088-C-CNT.
041600     WRITE RPT0088-REC FROM RL-0088-COUNT-LINE
041700         AFTER ADVANCING 1 LINE.
041800     MOVE 'NOTICES - 60 DAYS'          TO RL-0088-C-LABEL.
041900     MOVE WR-0088-N1-CNT               TO RL-0088-C-CNT.
042000     WRITE RPT0088-REC FROM RL-0088-COUNT-LINE
042100         AFTER ADVANCING 1 LINE.
042200     MOVE 'EXTRACT RECORDS WRITTEN'    TO RL-0088-C-LABEL.
042300     MOVE WR-0088-NOTICE-CNT           TO RL-0088-C-CNT.
042400     WRITE RPT0088-REC FROM RL-0088-COUNT-LINE
042500         AFTER ADVANCING 1 LINE.
042600     MOVE 'EXPIRING WITHIN 7 DAYS'     TO RL-0088-C-LABEL.
042700     MOVE WR-0088-IN3-CNT              TO RL-0088-C-CNT.
042800     WRITE RPT0088-REC FROM RL-0088-COUNT-LINE
042900         AFTER ADVANCING 2 LINES.
043000     MOVE 'EXPIRING IN 8 TO 30 DAYS'   TO RL-0088-C-LABEL.
043100     MOVE WR-0088-IN2-CNT              TO RL-0088-C-CNT.
043200     WRITE RPT0088-REC FROM RL-0088-COUNT-LINE
043300         AFTER ADVANCING 1 LINE.
043400     MOVE 'EXPIRING IN 31 TO 60 DAYS'  TO RL-0088-C-LABEL.
043500     MOVE WR-0088-IN1-CNT              TO RL-0088-C-CNT.
043600     WRITE RPT0088-REC FROM RL-0088-COUNT-LINE
043700         AFTER ADVANCING 1 LINE.
043800     PERFORM 8500-REGISTER-FILE
043900         THRU 8500-REGISTER-FILE-EXIT.
044000     CLOSE LICWARN-FILE RPT0088-FILE.
044100 8000-FINALIZE-EXIT.
044200     EXIT.
044300*****************************************************************
044400*    8500-REGISTER-FILE - LICWARN ON THE OUTBOUND FILE MANIFEST *
044500*    (SHARED PDDS9006).  A FAILED REGISTRATION LEAVES A GOOD    *
044600*    FILE UNTRACKED - RC 4 SO OPERATIONS RERUN THE STEP         *
044700*****************************************************************
044800 8500-REGISTER-FILE.
044900     MOVE 'LICWARN'              TO WK-9006-FILE-TY-CD.
045000     MOVE 'PDDR0088'             TO WK-9006-PGM-ID.
045100     MOVE 'LICWARN'              TO WK-9006-DD-NM.
045200     MOVE WH-0088-BUS-DT         TO WK-9006-BUS-DT.
045300     MOVE WR-0088-NOTICE-CNT     TO WK-9006-REC-CNT.
045400     MOVE WR-0088-DAYS-HASH      TO WK-9006-HASH-AMT.
045500     CALL 'PDDS9006' USING WK-9006-CALL-PARMS.
045600     IF NOT WK-9006-OK
045700         DISPLAY 'PDDR0088 - FILE NOT ON MANIFEST, REPLY '
045800                 WK-9006-REPLY-CD ' SQLCODE ' WK-9006-SQLCODE
045900         IF RETURN-CODE < 4
046000             MOVE 4 TO RETURN-CODE
046100         END-IF
046200         GO TO 8500-REGISTER-FILE-EXIT
046300     END-IF.
046400     EXEC SQL COMMIT END-EXEC.
046500     DISPLAY 'PDDR0088 - MANIFEST ' WK-9006-GEN-NM.
046600 8500-REGISTER-FILE-EXIT.
046700     EXIT.
046800*****************************************************************
046900*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
047000*****************************************************************
047100 9999-SQL-ERROR.
047200     DISPLAY 'PDDR0088 - SQL ERROR ON C_PROV_MSTR_TB'.
047300     DISPLAY 'SQLCODE = ' SQLCODE.
047400     EXEC SQL ROLLBACK END-EXEC.
047500     MOVE 16 TO RETURN-CODE.
047600     CLOSE LICWARN-FILE RPT0088-FILE.
047700     GOBACK.
