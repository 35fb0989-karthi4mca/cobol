000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0078.
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
001300*  10/15/26  ACS   NEW PROGRAM.  DAILY MANUAL ELIGIBILITY SPAN *
001400*                  RECONCILIATION.  EVERY R_MBR_ELIG_TB SPAN   *
001500*                  STAFF MAINTAIN BY HAND (B_ELIG_SRC_CD 'M',  *
001600*                  SET ON W776, PDDM7598) IS TESTED AGAINST    *
001700*                  WHAT THE STATE ENROLLMENT FEED HAS SINCE    *
001800*                  SAID ABOUT IT.  CONFIRMED: THE FEED SENT AN *
001900*                  END DATE NO EARLIER THAN THE MANUAL ONE, OR *
002000*                  A FEED SPAN NOW COVERS THE MANUAL SPAN -    *
002100*                  STAFF CAN RELEASE IT BACK TO THE FEED.      *
002200*                  CONTRADICTED: THE FEED SENT AN EARLIER END  *
002300*                  DATE - THE CASEWORKER MUST RESOLVE IT WITH  *
002400*                  THE STATE.  SPANS THE FEED HAS NOT SPOKEN   *
002500*                  TO ARE COUNTED AS AWAITING.  EACH LINE      *
002600*                  CARRIES THE LAST W776 CHANGE'S REASON,      *
002700*                  REFERENCE AND OPERATOR.                     *
002800*                                                              *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT RPT0078-FILE ASSIGN TO RPT0078
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900*****************************************************************
004000*  DATA DIVISION                                                *
004100*****************************************************************
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  RPT0078-FILE
004500     RECORDING MODE IS F.
004600 01  RPT0078-REC                     PIC X(00133).
004700*****************************************************************
004800*  WORKING-STORAGE SECTION                                     *
004900*****************************************************************
005000 WORKING-STORAGE SECTION.
005100 77  WR-0078-EOF-SW                  PIC X(00001) VALUE 'N'.
005200     88  WR-0078-EOF                 VALUE 'Y'.
005300 77  WR-0078-MAN-CNT                 PIC S9(00009) COMP-3
005400                                     VALUE ZERO.
005500 77  WR-0078-CONF-CNT                PIC S9(00009) COMP-3
005600                                     VALUE ZERO.
005700 77  WR-0078-CONTRA-CNT              PIC S9(00009) COMP-3
005800                                     VALUE ZERO.
005900 77  WR-0078-AWAIT-CNT               PIC S9(00009) COMP-3
006000                                     VALUE ZERO.
006100*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
006200     COPY WKC90040.
006300*****************************************************************
006400*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CURSOR              *
006500*****************************************************************
006600     EXEC SQL INCLUDE SQLCA END-EXEC.
006700     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
006800     COPY CLMELGTB.
006900     COPY CLMEAUTB.
007000 01  WH-0078-HOST-VARS.
007100     05  WH-0078-RECON-CD            PIC X(00001).
007200         88  WH-0078-CONFIRMED       VALUE 'C'.
007300         88  WH-0078-CONTRADICTED    VALUE 'X'.
007400         88  WH-0078-AWAITING        VALUE 'W'.
007500     EXEC SQL END DECLARE SECTION END-EXEC.
007600*    EVERY MANUAL SPAN WITH ITS RECONCILIATION STATE AND THE
007700*    LAST W776 CHANGE MADE TO IT.  A FEED SPAN FOR THE SAME
007800*    CARDHOLDER COVERING THE WHOLE MANUAL SPAN CONFIRMS IT EVEN
007900*    WHEN THE FEED ADDED IT UNDER A DIFFERENT BEGIN DATE.
008000     EXEC SQL
008100         DECLARE R0078MAN CURSOR FOR
008200         SELECT M.R_CUST_PART_NUM, M.B_SYS_ID, M.B_CRDHLDR_ID,
008300                M.B_LAST_NAM, M.B_ELIG_BEG_DT, M.B_ELIG_END_DT,
008400                NVL(M.B_FEED_END_DT, ' '),
008500                NVL(M.B_FEED_RCV_TS, ' '),
008600                CASE WHEN EXISTS
008700                       (SELECT 1
008800                          FROM R_MBR_ELIG_TB F
008900                         WHERE F.R_CUST_PART_NUM =
009000                                               M.R_CUST_PART_NUM
009100                           AND F.B_CRDHLDR_ID  = M.B_CRDHLDR_ID
009200                           AND NVL(F.B_ELIG_SRC_CD, ' ') <> 'M'
009300                           AND F.B_ELIG_BEG_DT <= M.B_ELIG_BEG_DT
009400                           AND F.B_ELIG_END_DT >= M.B_ELIG_END_DT)
009500                     THEN 'C'
009600                     WHEN M.B_FEED_END_DT IS NULL
009700                       OR M.B_FEED_END_DT = ' '
009800                     THEN 'W'
009900                     WHEN M.B_FEED_END_DT >= M.B_ELIG_END_DT
010000                     THEN 'C'
010100                     ELSE 'X' END,
010200                NVL(A.B_AUD_ACTN_CD, ' '),
010300                NVL(A.B_AUD_RSN_CD, ' '),
010400                NVL(A.B_AUD_REF_TX, ' '),
010500                NVL(A.B_AUD_USER_ID, ' ')
010600           FROM R_MBR_ELIG_TB M
010700           LEFT OUTER JOIN R_MBR_ELIG_AUD_TB A
010800             ON A.R_CUST_PART_NUM = M.R_CUST_PART_NUM
010900            AND A.B_CRDHLDR_ID    = M.B_CRDHLDR_ID
011000            AND A.B_ELIG_BEG_DT   = M.B_ELIG_BEG_DT
011100            AND A.B_AUD_TS        =
011200                (SELECT MAX(X.B_AUD_TS)
011300                   FROM R_MBR_ELIG_AUD_TB X
011400                  WHERE X.R_CUST_PART_NUM = M.R_CUST_PART_NUM
011500                    AND X.B_CRDHLDR_ID    = M.B_CRDHLDR_ID
011600                    AND X.B_ELIG_BEG_DT   = M.B_ELIG_BEG_DT)
011700          WHERE M.B_ELIG_SRC_CD = 'M'
011800          ORDER BY M.R_CUST_PART_NUM, M.B_CRDHLDR_ID,
011900                   M.B_ELIG_BEG_DT
012000     END-EXEC.
012100*****************************************************************
012200*  REPORT LINE LAYOUTS                                         *
012300*****************************************************************
012400 01  RL-0078-HDG1.
012500     05  FILLER                      PIC X(00001) VALUE SPACE.
012600     05  FILLER                      PIC X(00050) VALUE
012700         'PDDR0078 - MANUAL ELIGIBILITY SPAN RECONCILIATION'.
012800     05  FILLER                      PIC X(00016)
012900                                     VALUE 'BUSINESS DATE '.
013000     05  RL-0078-H-BUS-DT            PIC X(00010).
013100 01  RL-0078-HDG2.
013200     05  FILLER                      PIC X(00001) VALUE SPACE.
013300     05  FILLER                      PIC X(00040) VALUE
013400         'PART CARDHOLDER ID        MEMBER    LAST'.
013500     05  FILLER                      PIC X(00040) VALUE
013600         ' NAME      SPAN BEGIN MANUAL END FEED EN'.
013700     05  FILLER                      PIC X(00040) VALUE
013800         'D   STATE        RSN  REFERENCE        '.
013900     05  FILLER                      PIC X(00010) VALUE
014000         '   BY     '.
014100 01  RL-0078-DETAIL.
014200     05  FILLER                      PIC X(00001) VALUE SPACE.
014300     05  RL-0078-D-PART              PIC 9(00004).
014400     05  FILLER                      PIC X(00001) VALUE SPACE.
014500     05  RL-0078-D-CRDHLDR           PIC X(00020).
014600     05  FILLER                      PIC X(00001) VALUE SPACE.
014700     05  RL-0078-D-SYS-ID            PIC 9(00009).
014800     05  FILLER                      PIC X(00001) VALUE SPACE.
014900     05  RL-0078-D-NAME              PIC X(00015).
015000     05  FILLER                      PIC X(00001) VALUE SPACE.
015100     05  RL-0078-D-BEG-DT            PIC X(00010).
015200     05  FILLER                      PIC X(00001) VALUE SPACE.
015300     05  RL-0078-D-END-DT            PIC X(00010).
015400     05  FILLER                      PIC X(00001) VALUE SPACE.
015500     05  RL-0078-D-FEED-END-DT       PIC X(00010).
015600     05  FILLER                      PIC X(00001) VALUE SPACE.
015700     05  RL-0078-D-STATE             PIC X(00012).
015800     05  FILLER                      PIC X(00001) VALUE SPACE.
015900     05  RL-0078-D-RSN               PIC X(00004).
016000     05  FILLER                      PIC X(00001) VALUE SPACE.
016100     05  RL-0078-D-REF               PIC X(00020).
016200     05  FILLER                      PIC X(00001) VALUE SPACE.
016300     05  RL-0078-D-USER              PIC X(00008).
016400 01  RL-0078-COUNT-LINE.
016500     05  FILLER                      PIC X(00001) VALUE SPACE.
016600     05  RL-0078-C-LABEL             PIC X(00040).
016700     05  RL-0078-C-CNT               PIC ZZZ,ZZZ,ZZ9.
016800*****************************************************************
016900*  PROCEDURE DIVISION                                          *
017000*****************************************************************
017100 PROCEDURE DIVISION.
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE
017400         THRU 1000-INITIALIZE-EXIT.
017500     PERFORM 2000-ONE-SPAN
017600         THRU 2000-ONE-SPAN-EXIT
017700         UNTIL WR-0078-EOF.
017800     PERFORM 8000-FINALIZE
017900         THRU 8000-FINALIZE-EXIT.
018000     GOBACK.
018100*****************************************************************
018200*    1000-INITIALIZE - BUSINESS DATE, HEADINGS, OPEN THE CURSOR *
018300*****************************************************************
018400 1000-INITIALIZE.
018500     MOVE 'PDDR0078'             TO WK-9004-PGM-ID.
018600     MOVE SPACES                 TO WK-9004-OVRD-DT.
018700     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
018800     IF WK-9004-NO-BUS-DT
018900         DISPLAY 'PDDR0078 - NO BUSINESS PROCESSING DATE'
019000         MOVE 16 TO RETURN-CODE
019100         GOBACK
019200     END-IF.
019300     OPEN OUTPUT RPT0078-FILE.
019400     MOVE WK-9004-BUS-DT         TO RL-0078-H-BUS-DT.
019500     WRITE RPT0078-REC FROM RL-0078-HDG1
019600         BEFORE ADVANCING TO-NEW-PAGE.
019700     WRITE RPT0078-REC FROM RL-0078-HDG2
019800         AFTER ADVANCING 2 LINES.
019900     EXEC SQL
020000         OPEN R0078MAN
020100     END-EXEC.
020200     IF SQLCODE NOT = 0
020300         GO TO 9999-SQL-ERROR
020400     END-IF.
020500 1000-INITIALIZE-EXIT.
020600     EXIT.
020700*****************************************************************
020800*    2000-ONE-SPAN - ONE MANUAL SPAN.  CONFIRMED AND            *
020900*    CONTRADICTED SPANS ARE LISTED; AWAITING ONES ARE COUNTED.  *
021000*****************************************************************
021100 2000-ONE-SPAN.
021200     EXEC SQL
021300         FETCH R0078MAN
021400         INTO :CLMELGTB-R-CUST-PART-NUM,
021500              :CLMELGTB-B-SYS-ID,
021600              :CLMELGTB-B-CRDHLDR-ID,
021700              :CLMELGTB-B-LAST-NAM,
021800              :CLMELGTB-B-ELIG-BEG-DT,
021900              :CLMELGTB-B-ELIG-END-DT,
022000              :CLMELGTB-B-FEED-END-DT,
022100              :CLMELGTB-B-FEED-RCV-TS,
022200              :WH-0078-RECON-CD,
022300              :CLMEAUTB-B-AUD-ACTN-CD,
022400              :CLMEAUTB-B-AUD-RSN-CD,
022500              :CLMEAUTB-B-AUD-REF-TX,
022600              :CLMEAUTB-B-AUD-USER-ID
022700     END-EXEC.
022800     EVALUATE SQLCODE
022900       WHEN 0
023000         CONTINUE
023100       WHEN 100
023200         SET WR-0078-EOF         TO TRUE
023300         GO TO 2000-ONE-SPAN-EXIT
023400       WHEN OTHER
023500         GO TO 9999-SQL-ERROR
023600     END-EVALUATE.
023700     ADD 1                       TO WR-0078-MAN-CNT.
023800     EVALUATE TRUE
023900       WHEN WH-0078-CONFIRMED
024000         ADD 1                   TO WR-0078-CONF-CNT
024100         MOVE 'CONFIRMED'        TO RL-0078-D-STATE
024200       WHEN WH-0078-CONTRADICTED
024300         ADD 1                   TO WR-0078-CONTRA-CNT
024400         MOVE 'CONTRADICTED'     TO RL-0078-D-STATE
024500       WHEN OTHER
024600         ADD 1                   TO WR-0078-AWAIT-CNT
024700         GO TO 2000-ONE-SPAN-EXIT
024800     END-EVALUATE.
024900     MOVE CLMELGTB-R-CUST-PART-NUM TO RL-0078-D-PART.
025000     MOVE CLMELGTB-B-CRDHLDR-ID  TO RL-0078-D-CRDHLDR.
025100     MOVE CLMELGTB-B-SYS-ID      TO RL-0078-D-SYS-ID.
025200     MOVE CLMELGTB-B-LAST-NAM    TO RL-0078-D-NAME.
025300     MOVE CLMELGTB-B-ELIG-BEG-DT TO RL-0078-D-BEG-DT.
025400     MOVE CLMELGTB-B-ELIG-END-DT TO RL-0078-D-END-DT.
025500     MOVE CLMELGTB-B-FEED-END-DT TO RL-0078-D-FEED-END-DT.
025600     MOVE CLMEAUTB-B-AUD-RSN-CD  TO RL-0078-D-RSN.
025700     MOVE CLMEAUTB-B-AUD-REF-TX  TO RL-0078-D-REF.
025800     MOVE CLMEAUTB-B-AUD-USER-ID TO RL-0078-D-USER.
025900     WRITE RPT0078-REC FROM RL-0078-DETAIL
026000         AFTER ADVANCING 1 LINE.
026100 2000-ONE-SPAN-EXIT.
026200     EXIT.
026300*****************************************************************
026400*    8000-FINALIZE - RECONCILIATION TOTALS                      *
026500*****************************************************************
026600 8000-FINALIZE.
026700     EXEC SQL
026800         CLOSE R0078MAN
026900     END-EXEC.
027000     MOVE 'MANUAL SPANS ON FILE'  TO RL-0078-C-LABEL.
027100     MOVE WR-0078-MAN-CNT        TO RL-0078-C-CNT.
027200     WRITE RPT0078-REC FROM RL-0078-COUNT-LINE
027300         AFTER ADVANCING 3 LINES.
027400     MOVE 'CONFIRMED BY THE FEED - RELEASE ON W776'
027500                                 TO RL-0078-C-LABEL.
027600     MOVE WR-0078-CONF-CNT       TO RL-0078-C-CNT.
027700     WRITE RPT0078-REC FROM RL-0078-COUNT-LINE
027800         AFTER ADVANCING 1 LINE.
027900     MOVE 'CONTRADICTED BY THE FEED - SEE THE STATE'
028000                                 TO RL-0078-C-LABEL.
028100     MOVE WR-0078-CONTRA-CNT     TO RL-0078-C-CNT.
028200     WRITE RPT0078-REC FROM RL-0078-COUNT-LINE
028300         AFTER ADVANCING 1 LINE.
028400     MOVE 'AWAITING THE FEED'    TO RL-0078-C-LABEL.
028500     MOVE WR-0078-AWAIT-CNT      TO RL-0078-C-CNT.
028600     WRITE RPT0078-REC FROM RL-0078-COUNT-LINE
028700         AFTER ADVANCING 1 LINE.
028800     CLOSE RPT0078-FILE.
028900 8000-FINALIZE-EXIT.
029000     EXIT.
029100*****************************************************************
029200*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
029300*****************************************************************
029400 9999-SQL-ERROR.
029500     DISPLAY 'PDDR0078 - SQL ERROR ON R_MBR_ELIG_TB'.
029600     DISPLAY 'SQLCODE = ' SQLCODE.
029700     MOVE 16 TO RETURN-CODE.
029800     CLOSE RPT0078-FILE.
029900     GOBACK.
