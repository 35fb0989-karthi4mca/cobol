000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0046.
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
001300*  10/15/26  ACS   NEW PROGRAM.  STATE BOARD OF PHARMACY        *
001400*                  LICENSE LOAD.  CARRIES EACH PHARMACY'S       *
001500*                  BOARD PERMIT NUMBER AND EXPIRATION, ITS DEA  *
001600*                  REGISTRATION AND EXPIRATION, AND ITS         *
001700*                  PHARMACIST-IN-CHARGE LICENSE ONTO            *
001800*                  C_PROV_MSTR_TB.  THE CLAIM EDIT MODULE       *
001900*                  (CONDU) DENIES ON AN EXPIRED PERMIT (S216)   *
002000*                  AND ON A CONTROLLED SUBSTANCE AFTER A LAPSED *
002100*                  DEA REGISTRATION (S963); THE WARNING REPORT  *
002200*                  PDDR0088 WORKS FROM THE SAME COLUMNS.  A     *
002300*                  RECORD THAT MATCHES WHAT IS ON FILE IS ONLY  *
002400*                  CONFIRMED.  UNUSABLE RECORDS AND PHARMACIES  *
002500*                  NOT ON THE MASTER GO TO THE ERROR FILE WITH  *
002600*                  A REASON PREFIX, AND THE COUNTS REPORT PROVES*
002700*                  INPUT = LOADED + CONFIRMED + REJECTED.       *
002800*                                                               *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT BDPHRMIN-FILE ASSIGN TO BDPHRMIN
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT BDPHRMER-FILE ASSIGN TO BDPHRMER
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT RPTB046-FILE ASSIGN TO RPTB046
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300*****************************************************************
004400*  DATA DIVISION                                                *
004500*****************************************************************
004600 DATA DIVISION.
004700 FILE SECTION.
004800*    ONE CREDENTIAL PER RECORD, ALREADY CROSSWALKED BY THE BOARD
004900*    EXTRACT TO THE PROVIDER ID THE MASTER IS KEYED ON.  TYPE P
005000*    IS THE PHARMACY'S OWN PERMIT, WITH ITS DEA REGISTRATION
005100*    WHEN THE BOARD HOLDS ONE (BLANK DEA FIELDS LEAVE THE DEA ON
005200*    FILE ALONE); TYPE R IS THE PHARMACIST-IN-CHARGE, NAMED IN
005300*    BP-NAM.
005400 FD  BDPHRMIN-FILE.
005500 01  BP-BOARD-REC.
005600     05  BP-REC-TY-CD                PIC X(00001).
005700         88  BP-PHARMACY-PERMIT      VALUE 'P'.
005800         88  BP-PHARMACIST-IN-CHG    VALUE 'R'.
005900     05  BP-PROV-ID                  PIC X(00015).
006000     05  BP-LIC-ST-CD                PIC X(00002).
006100     05  BP-LIC-NUM                  PIC X(00020).
006200     05  BP-LIC-EXP-DT               PIC X(00010).
006300     05  BP-DEA-NUM                  PIC X(00009).
006400     05  BP-DEA-EXP-DT               PIC X(00010).
006500     05  BP-NAM                      PIC X(00030).
006600     05  FILLER                      PIC X(00023).
006700 FD  BDPHRMER-FILE.
006800 01  BE-ERROR-REC.
006900     05  BE-REASON-TX                PIC X(00030).
007000     05  BE-BOARD-IMAGE              PIC X(00120).
007100 FD  RPTB046-FILE
007200     RECORDING MODE IS F.
007300 01  RPTB046-REC                     PIC X(00133).
007400*****************************************************************
007500*  WORKING-STORAGE SECTION                                     *
007600*****************************************************************
007700 WORKING-STORAGE SECTION.
007800 77  WB-0046-EOF-SW                  PIC X(00001) VALUE 'N'.
007900     88  WB-0046-EOF                 VALUE 'Y'.
008000 77  WB-0046-REJECT-SW               PIC X(00001) VALUE 'N'.
008100     88  WB-0046-REJECTED            VALUE 'Y'.
008200 77  WB-0046-READ-CNT                PIC S9(00009) COMP-3
008300                                     VALUE ZERO.
008400 77  WB-0046-LOAD-CNT                PIC S9(00009) COMP-3
008500                                     VALUE ZERO.
008600 77  WB-0046-CONFIRM-CNT             PIC S9(00009) COMP-3
008700                                     VALUE ZERO.
008800 77  WB-0046-REJ-CNT                 PIC S9(00009) COMP-3
008900                                     VALUE ZERO.
009000 77  WB-0046-LAPSED-CNT              PIC S9(00009) COMP-3
009100                                     VALUE ZERO.
009200 77  WB-0046-COMMIT-CNT              PIC S9(00004) COMP
009300                                     VALUE ZERO.
009400 77  WB-0046-COMMIT-LIMIT            PIC S9(00004) COMP
009500                                     VALUE +500.
009600 77  WB-0046-OLD-EXP-DT              PIC X(00010).
009700 01  WB-0046-DATE-CHECK.
009800     05  WB-0046-CK-CCYY             PIC X(00004).
009900     05  WB-0046-CK-SEP1             PIC X(00001).
010000     05  WB-0046-CK-MM               PIC X(00002).
010100     05  WB-0046-CK-SEP2             PIC X(00001).
010200     05  WB-0046-CK-DD               PIC X(00002).
010300*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
010400     COPY WKC90040.
010500*****************************************************************
010600*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
010700*****************************************************************
010800     EXEC SQL INCLUDE SQLCA END-EXEC.
010900     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
011000     COPY CLPRVMTB.
011100 01  WH-0046-HOST-VARS.
011200     05  WH-0046-RUN-DT              PIC X(00010).
011300     05  WH-0046-LIC-ST-CD           PIC X(00002).
011400     05  WH-0046-LIC-NUM             PIC X(00020).
011500     05  WH-0046-LIC-EXP-DT          PIC X(00010).
011600     05  WH-0046-DEA-NUM             PIC X(00009).
011700     05  WH-0046-DEA-EXP-DT          PIC X(00010).
011800     05  WH-0046-PIC-NAM             PIC X(00030).
011900     EXEC SQL END DECLARE SECTION END-EXEC.
012000*****************************************************************
012100*  REPORT LINE LAYOUTS                                         *
012200*****************************************************************
012300 01  RL-0046-HDG1.
012400     05  FILLER                      PIC X(00001) VALUE SPACE.
012500     05  FILLER                      PIC X(00050) VALUE
012600         'PDDB0046 - STATE BOARD OF PHARMACY LICENSE LOAD'.
012700     05  FILLER                      PIC X(00004) VALUE 'RUN '.
012800     05  RL-0046-H1-RUN              PIC X(00010).
012900 01  RL-0046-HDG2.
013000     05  FILLER                      PIC X(00001) VALUE SPACE.
013100     05  FILLER                      PIC X(00050) VALUE
013200         'ACTION     TY PROVIDER ID     ST LICENSE NUMBER'.
013300     05  FILLER                      PIC X(00060) VALUE
013400         '     EXPIRES     WAS         DEA NUMBER DEA EXPIRES'.
013500 01  RL-0046-DTL-LINE.
013600     05  FILLER                      PIC X(00001) VALUE SPACE.
013700     05  RL-0046-D-ACTION            PIC X(00010).
013800     05  FILLER                      PIC X(00001) VALUE SPACE.
013900     05  RL-0046-D-TY                PIC X(00001).
014000     05  FILLER                      PIC X(00002) VALUE SPACES.
014100     05  RL-0046-D-PROV-ID           PIC X(00015).
014200     05  FILLER                      PIC X(00001) VALUE SPACE.
014300     05  RL-0046-D-ST                PIC X(00002).
014400     05  FILLER                      PIC X(00001) VALUE SPACE.
014500     05  RL-0046-D-LIC-NUM           PIC X(00020).
014600     05  FILLER                      PIC X(00002) VALUE SPACES.
014700     05  RL-0046-D-EXP               PIC X(00010).
014800     05  FILLER                      PIC X(00002) VALUE SPACES.
014900     05  RL-0046-D-OLD-EXP           PIC X(00010).
015000     05  FILLER                      PIC X(00002) VALUE SPACES.
015100     05  RL-0046-D-DEA-NUM           PIC X(00009).
015200     05  FILLER                      PIC X(00002) VALUE SPACES.
015300     05  RL-0046-D-DEA-EXP           PIC X(00010).
015400     05  FILLER                      PIC X(00002) VALUE SPACES.
015500     05  RL-0046-D-LAPSED            PIC X(00009).
015600 01  RL-0046-COUNT-LINE.
015700     05  FILLER                      PIC X(00001) VALUE SPACE.
015800     05  RL-0046-C-LABEL             PIC X(00030).
015900     05  RL-0046-C-CNT               PIC ZZZ,ZZZ,ZZ9.
016000 01  RL-0046-BAL-LINE.
016100     05  FILLER                      PIC X(00001) VALUE SPACE.
016200     05  RL-0046-B-TX                PIC X(00060).
016300*****************************************************************
016400*  PROCEDURE DIVISION                                          *
016500*****************************************************************
016600 PROCEDURE DIVISION.
016700 0000-MAINLINE.
016800     PERFORM 1000-INITIALIZE
016900         THRU 1000-INITIALIZE-EXIT.
017000     PERFORM 2000-ONE-RECORD
017100         THRU 2000-ONE-RECORD-EXIT
017200         UNTIL WB-0046-EOF.
017300     PERFORM 8000-FINALIZE
017400         THRU 8000-FINALIZE-EXIT.
017500     GOBACK.
017600*****************************************************************
017700*    1000-INITIALIZE                                            *
017800*****************************************************************
017900 1000-INITIALIZE.
018000     MOVE 'PDDB0046'             TO WK-9004-PGM-ID.
018100     MOVE SPACES                 TO WK-9004-OVRD-DT.
018200     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
018300     IF WK-9004-NO-BUS-DT
018400         DISPLAY 'PDDB0046 - NO BUSINESS PROCESSING DATE'
018500         MOVE 16 TO RETURN-CODE
018600         GOBACK
018700     END-IF.
018800     OPEN INPUT  BDPHRMIN-FILE.
018900     OPEN OUTPUT BDPHRMER-FILE RPTB046-FILE.
019000     MOVE WK-9004-BUS-DT         TO WH-0046-RUN-DT
019100                                    RL-0046-H1-RUN.
019200     WRITE RPTB046-REC FROM RL-0046-HDG1
019300         BEFORE ADVANCING TO-NEW-PAGE.
019400     WRITE RPTB046-REC FROM RL-0046-HDG2
019500         AFTER ADVANCING 2 LINES.
019600     PERFORM 2100-READ-NEXT
019700         THRU 2100-READ-NEXT-EXIT.
019800 1000-INITIALIZE-EXIT.
019900     EXIT.
020000*****************************************************************
020100*    2000-ONE-RECORD - VALIDATE, THEN LOAD OR REJECT            *
020200*****************************************************************
020300 2000-ONE-RECORD.
020400     MOVE 'N' TO WB-0046-REJECT-SW.
020500     PERFORM 3000-VALIDATE-RECORD
020600         THRU 3000-VALIDATE-RECORD-EXIT.
020700     IF NOT WB-0046-REJECTED
020800         IF BP-PHARMACY-PERMIT
020900             PERFORM 4000-LOAD-PERMIT
021000                 THRU 4000-LOAD-PERMIT-EXIT
021100         ELSE
021200             PERFORM 5000-LOAD-PIC
021300                 THRU 5000-LOAD-PIC-EXIT
021400         END-IF
021500     END-IF.
021600     PERFORM 2100-READ-NEXT
021700         THRU 2100-READ-NEXT-EXIT.
021800 2000-ONE-RECORD-EXIT.
021900     EXIT.
022000*****************************************************************
022100*    2100-READ-NEXT                                             *
022200*****************************************************************
022300 2100-READ-NEXT.
022400     READ BDPHRMIN-FILE
022500         AT END SET WB-0046-EOF TO TRUE
022600         NOT AT END ADD 1 TO WB-0046-READ-CNT
022700     END-READ.
022800 2100-READ-NEXT-EXIT.
022900     EXIT.
023000*****************************************************************
023100*    3000-VALIDATE-RECORD - EVERYTHING THE UPDATE NEEDS.  AN    *
023200*    EXPIRATION ALREADY PAST IS NOT AN ERROR - A LAPSED LICENSE *
023300*    IS EXACTLY WHAT THE CLAIM EDIT HAS TO KNOW ABOUT.  FIRST   *
023400*    FAILURE WINS.                                              *
023500*****************************************************************
023600 3000-VALIDATE-RECORD.
023700     IF NOT BP-PHARMACY-PERMIT
023800      AND NOT BP-PHARMACIST-IN-CHG
023900         MOVE 'RECORD TYPE NOT P OR R' TO BE-REASON-TX
024000         PERFORM 3900-REJECT-RECORD
024100             THRU 3900-REJECT-RECORD-EXIT
024200         GO TO 3000-VALIDATE-RECORD-EXIT
024300     END-IF.
024400     IF BP-PROV-ID = SPACES
024500         MOVE 'PROVIDER ID MISSING' TO BE-REASON-TX
024600         PERFORM 3900-REJECT-RECORD
024700             THRU 3900-REJECT-RECORD-EXIT
024800         GO TO 3000-VALIDATE-RECORD-EXIT
024900     END-IF.
025000     IF BP-LIC-NUM = SPACES
025100         MOVE 'LICENSE NUMBER MISSING' TO BE-REASON-TX
025200         PERFORM 3900-REJECT-RECORD
025300             THRU 3900-REJECT-RECORD-EXIT
025400         GO TO 3000-VALIDATE-RECORD-EXIT
025500     END-IF.
025600     MOVE BP-LIC-EXP-DT TO WB-0046-DATE-CHECK.
025700     PERFORM 3100-CHECK-DATE
025800         THRU 3100-CHECK-DATE-EXIT.
025900     IF WB-0046-REJECTED
026000         GO TO 3000-VALIDATE-RECORD-EXIT
026100     END-IF.
026200     IF BP-PHARMACY-PERMIT
026300      AND BP-DEA-NUM > SPACES
026400         MOVE BP-DEA-EXP-DT TO WB-0046-DATE-CHECK
026500         PERFORM 3100-CHECK-DATE
026600             THRU 3100-CHECK-DATE-EXIT
026700         IF WB-0046-REJECTED
026800             GO TO 3000-VALIDATE-RECORD-EXIT
026900         END-IF
027000     END-IF.
027100     MOVE BP-PROV-ID TO CLPRVMTB-C-PROV-ID.
027200     EXEC SQL
027300         SELECT NVL(C_LIC_ST_CD, ' '),
027400                NVL(C_LIC_NUM, ' '),
027500                NVL(C_LIC_EXP_DT, ' '),
027600                NVL(C_DEA_NUM, ' '),
027700                NVL(C_DEA_EXP_DT, ' '),
027800                NVL(C_PIC_LIC_NUM, ' '),
027900                NVL(C_PIC_NAM, ' '),
028000                NVL(C_PIC_LIC_EXP_DT, ' ')
028100           INTO :CLPRVMTB-C-LIC-ST-CD,
028200                :CLPRVMTB-C-LIC-NUM,
028300                :CLPRVMTB-C-LIC-EXP-DT,
028400                :CLPRVMTB-C-DEA-NUM,
028500                :CLPRVMTB-C-DEA-EXP-DT,
028600                :CLPRVMTB-C-PIC-LIC-NUM,
028700                :CLPRVMTB-C-PIC-NAM,
028800                :CLPRVMTB-C-PIC-LIC-EXP-DT
028900           FROM C_PROV_MSTR_TB
029000          WHERE C_PROV_ID = :CLPRVMTB-C-PROV-ID
029100     END-EXEC.
029200     EVALUATE SQLCODE
029300       WHEN 0
029400         CONTINUE
029500       WHEN 100
029600*        A PHARMACY NOT YET ENROLLED CANNOT BE PAID ANYWAY, BUT
029700*        THE MISS IS KEPT SO A CROSSWALK PROBLEM SHOWS.
029800         MOVE 'PHARMACY NOT ON MASTER' TO BE-REASON-TX
029900         PERFORM 3900-REJECT-RECORD
030000             THRU 3900-REJECT-RECORD-EXIT
030100       WHEN OTHER
030200         GO TO 9999-SQL-ERROR
030300     END-EVALUATE.
030400 3000-VALIDATE-RECORD-EXIT.
030500     EXIT.
030600*****************************************************************
030700*    3100-CHECK-DATE - CCYY-MM-DD IN WB-0046-DATE-CHECK         *
030800*****************************************************************
030900 3100-CHECK-DATE.
031000     IF WB-0046-CK-CCYY NOT NUMERIC
031100      OR WB-0046-CK-MM   NOT NUMERIC
031200      OR WB-0046-CK-DD   NOT NUMERIC
031300      OR WB-0046-CK-SEP1 NOT = '-'
031400      OR WB-0046-CK-SEP2 NOT = '-'
031500      OR WB-0046-CK-MM < '01' OR WB-0046-CK-MM > '12'
031600      OR WB-0046-CK-DD < '01' OR WB-0046-CK-DD > '31'
031700         MOVE 'EXPIRATION DATE UNPARSEABLE' TO BE-REASON-TX
031800         PERFORM 3900-REJECT-RECORD
031900             THRU 3900-REJECT-RECORD-EXIT
032000     END-IF.
032100 3100-CHECK-DATE-EXIT.
032200     EXIT.
032300*****************************************************************
032400*    3900-REJECT-RECORD                                         *
032500*****************************************************************
032600 3900-REJECT-RECORD.
032700     SET WB-0046-REJECTED TO TRUE.
032800     MOVE BP-BOARD-REC TO BE-BOARD-IMAGE.
032900     WRITE BE-ERROR-REC.
033000     ADD 1 TO WB-0046-REJ-CNT.
033100 3900-REJECT-RECORD-EXIT.
033200     EXIT.
033300*****************************************************************
033400*    4000-LOAD-PERMIT - THE PHARMACY'S BOARD PERMIT AND DEA     *
033500*    REGISTRATION.  NOTHING CHANGED, ONLY CONFIRMED.  BLANK DEA *
033600*    FIELDS ON THE RECORD KEEP THE REGISTRATION ON FILE.        *
033700*****************************************************************
033800 4000-LOAD-PERMIT.
033900     MOVE BP-LIC-ST-CD               TO WH-0046-LIC-ST-CD.
034000     MOVE BP-LIC-NUM                 TO WH-0046-LIC-NUM.
034100     MOVE BP-LIC-EXP-DT              TO WH-0046-LIC-EXP-DT.
034200     IF BP-DEA-NUM > SPACES
034300         MOVE BP-DEA-NUM             TO WH-0046-DEA-NUM
034400         MOVE BP-DEA-EXP-DT          TO WH-0046-DEA-EXP-DT
034500     ELSE
034600         MOVE CLPRVMTB-C-DEA-NUM     TO WH-0046-DEA-NUM
034700         MOVE CLPRVMTB-C-DEA-EXP-DT  TO WH-0046-DEA-EXP-DT
034800     END-IF.
034900     IF WH-0046-LIC-ST-CD  = CLPRVMTB-C-LIC-ST-CD
035000      AND WH-0046-LIC-NUM     = CLPRVMTB-C-LIC-NUM
035100      AND WH-0046-LIC-EXP-DT  = CLPRVMTB-C-LIC-EXP-DT
035200      AND WH-0046-DEA-NUM     = CLPRVMTB-C-DEA-NUM
035300      AND WH-0046-DEA-EXP-DT  = CLPRVMTB-C-DEA-EXP-DT
035400         ADD 1 TO WB-0046-CONFIRM-CNT
035500         GO TO 4000-LOAD-PERMIT-EXIT
035600     END-IF.
035700     EXEC SQL
035800         UPDATE C_PROV_MSTR_TB
035900            SET C_LIC_ST_CD    = :WH-0046-LIC-ST-CD,
036000                C_LIC_NUM      = :WH-0046-LIC-NUM,
036100                C_LIC_EXP_DT   = :WH-0046-LIC-EXP-DT,
036200                C_DEA_NUM      = :WH-0046-DEA-NUM,
036300                C_DEA_EXP_DT   = :WH-0046-DEA-EXP-DT,
036400                C_LIC_LOAD_TS  = TO_CHAR(CURRENT_TIMESTAMP,
036500                                 'YYYY-MM-DD-HH24.MI.SS.FF6')
036600          WHERE C_PROV_ID = :CLPRVMTB-C-PROV-ID
036700     END-EXEC.
036800     IF SQLCODE NOT = 0
036900         GO TO 9999-SQL-ERROR
037000     END-IF.
037100     MOVE CLPRVMTB-C-LIC-EXP-DT      TO WB-0046-OLD-EXP-DT.
037200     MOVE WH-0046-LIC-ST-CD          TO RL-0046-D-ST.
037300     MOVE WH-0046-DEA-NUM            TO RL-0046-D-DEA-NUM.
037400     MOVE WH-0046-DEA-EXP-DT         TO RL-0046-D-DEA-EXP.
037500     IF (WH-0046-LIC-EXP-DT < WH-0046-RUN-DT)
037600      OR (WH-0046-DEA-EXP-DT > SPACES
037700      AND WH-0046-DEA-EXP-DT < WH-0046-RUN-DT)
037800         MOVE '*LAPSED*'             TO RL-0046-D-LAPSED
037900         ADD 1 TO WB-0046-LAPSED-CNT
038000     ELSE
038100         MOVE SPACES                 TO RL-0046-D-LAPSED
038200     END-IF.
038300     PERFORM 6000-REPORT-LINE
038400         THRU 6000-REPORT-LINE-EXIT.
038500 4000-LOAD-PERMIT-EXIT.
038600     EXIT.
038700*****************************************************************
038800*    5000-LOAD-PIC - THE PHARMACIST-IN-CHARGE LICENSE.  CARRIED *
038900*    FOR THE WARNING REPORT ONLY; NO CLAIM EDIT READS IT.       *
039000*****************************************************************
039100 5000-LOAD-PIC.
039200     MOVE BP-LIC-NUM                 TO WH-0046-LIC-NUM.
039300     MOVE BP-LIC-EXP-DT              TO WH-0046-LIC-EXP-DT.
039400     MOVE BP-NAM                     TO WH-0046-PIC-NAM.
039500     IF WH-0046-LIC-NUM     = CLPRVMTB-C-PIC-LIC-NUM
039600      AND WH-0046-LIC-EXP-DT  = CLPRVMTB-C-PIC-LIC-EXP-DT
039700      AND WH-0046-PIC-NAM     = CLPRVMTB-C-PIC-NAM
039800         ADD 1 TO WB-0046-CONFIRM-CNT
039900         GO TO 5000-LOAD-PIC-EXIT
040000     END-IF.
040100     EXEC SQL
040200         UPDATE C_PROV_MSTR_TB
040300            SET C_PIC_LIC_NUM    = :WH-0046-LIC-NUM,
040400                C_PIC_LIC_EXP_DT = :WH-0046-LIC-EXP-DT,
040500                C_PIC_NAM        = :WH-0046-PIC-NAM,
040600                C_LIC_LOAD_TS    = TO_CHAR(CURRENT_TIMESTAMP,
040700                                   'YYYY-MM-DD-HH24.MI.SS.FF6')
040800          WHERE C_PROV_ID = :CLPRVMTB-C-PROV-ID
040900     END-EXEC.
041000     IF SQLCODE NOT = 0
041100         GO TO 9999-SQL-ERROR
041200     END-IF.
041300     MOVE CLPRVMTB-C-PIC-LIC-EXP-DT  TO WB-0046-OLD-EXP-DT.
041400     MOVE BP-LIC-ST-CD               TO RL-0046-D-ST.
041500     MOVE SPACES                     TO RL-0046-D-DEA-NUM
041600                                        RL-0046-D-DEA-EXP.
041700     IF WH-0046-LIC-EXP-DT < WH-0046-RUN-DT
041800         MOVE '*LAPSED*'             TO RL-0046-D-LAPSED
041900         ADD 1 TO WB-0046-LAPSED-CNT
042000     ELSE
042100         MOVE SPACES                 TO RL-0046-D-LAPSED
042200     END-IF.
042300     PERFORM 6000-REPORT-LINE
042400         THRU 6000-REPORT-LINE-EXIT.
042500 5000-LOAD-PIC-EXIT.
042600     EXIT.
042700*****************************************************************
042800*    6000-REPORT-LINE - ONE LINE PER CHANGE.  A LATER EXPIRATION*
042900*    THAN THE ONE IT REPLACES IS A RENEWAL.                     *
043000*****************************************************************
043100 6000-REPORT-LINE.
043200     ADD 1 TO WB-0046-LOAD-CNT.
043300     EVALUATE TRUE
043400       WHEN WB-0046-OLD-EXP-DT NOT > SPACES
043500         MOVE 'LOADED    '           TO RL-0046-D-ACTION
043600       WHEN WH-0046-LIC-EXP-DT > WB-0046-OLD-EXP-DT
043700         MOVE 'RENEWED   '           TO RL-0046-D-ACTION
043800       WHEN OTHER
043900         MOVE 'CHANGED   '           TO RL-0046-D-ACTION
044000     END-EVALUATE.
044100     MOVE BP-REC-TY-CD               TO RL-0046-D-TY.
044200     MOVE BP-PROV-ID                 TO RL-0046-D-PROV-ID.
044300     MOVE WH-0046-LIC-NUM            TO RL-0046-D-LIC-NUM.
044400     MOVE WH-0046-LIC-EXP-DT         TO RL-0046-D-EXP.
044500     MOVE WB-0046-OLD-EXP-DT         TO RL-0046-D-OLD-EXP.
044600     WRITE RPTB046-REC FROM RL-0046-DTL-LINE
044700         AFTER ADVANCING 1 LINE.
044800     ADD 1 TO WB-0046-COMMIT-CNT.
044900     IF WB-0046-COMMIT-CNT NOT < WB-0046-COMMIT-LIMIT
045000         EXEC SQL COMMIT END-EXEC
045100         MOVE ZERO TO WB-0046-COMMIT-CNT
045200     END-IF.
045300 6000-REPORT-LINE-EXIT.
045400     EXIT.
045500*****************************************************************
045600*    8000-FINALIZE - COUNTS REPORT:                             *
045700*    INPUT = LOADED + CONFIRMED + REJECTED                      *
045800*****************************************************************
045900 8000-FINALIZE.
046000     EXEC SQL COMMIT END-EXEC.
046100     MOVE 'RECORDS READ'           TO RL-0046-C-LABEL.
046200     MOVE WB-0046-READ-CNT         TO RL-0046-C-CNT.
046300     WRITE RPTB046-REC FROM RL-0046-COUNT-LINE
046400         AFTER ADVANCING 3 LINES.
046500     MOVE 'CREDENTIALS LOADED'     TO RL-0046-C-LABEL.
046600     MOVE WB-0046-LOAD-CNT         TO RL-0046-C-CNT.
046700     WRITE RPTB046-REC FROM RL-0046-COUNT-LINE
046800         AFTER ADVANCING 1 LINE.
046900     MOVE 'ALREADY ON FILE, CONFIRMED' TO RL-0046-C-LABEL.
047000     MOVE WB-0046-CONFIRM-CNT      TO RL-0046-C-CNT.
047100     WRITE RPTB046-REC FROM RL-0046-COUNT-LINE
047200         AFTER ADVANCING 1 LINE.
047300     MOVE 'RECORDS REJECTED'       TO RL-0046-C-LABEL.
047400     MOVE WB-0046-REJ-CNT          TO RL-0046-C-CNT.
047500     WRITE RPTB046-REC FROM RL-0046-COUNT-LINE
047600         AFTER ADVANCING 1 LINE.
047700     MOVE 'LOADED ALREADY LAPSED'  TO RL-0046-C-LABEL.
047800     MOVE WB-0046-LAPSED-CNT       TO RL-0046-C-CNT.
047900     WRITE RPTB046-REC FROM RL-0046-COUNT-LINE
048000         AFTER ADVANCING 1 LINE.
048100     IF WB-0046-READ-CNT = WB-0046-LOAD-CNT + WB-0046-CONFIRM-CNT
048200                         + WB-0046-REJ-CNT
048300         MOVE 'BALANCED - INPUT = LOADED + CONFIRMED + REJECTED'
048400                                   TO RL-0046-B-TX
048500     ELSE
048600         MOVE '*** OUT OF BALANCE - INVESTIGATE BEFORE RERUN ***'
048700                                   TO RL-0046-B-TX
048800         MOVE 8 TO RETURN-CODE
048900     END-IF.
049000     WRITE RPTB046-REC FROM RL-0046-BAL-LINE
049100         AFTER ADVANCING 2 LINES.
049200     CLOSE BDPHRMIN-FILE BDPHRMER-FILE RPTB046-FILE.
049300 8000-FINALIZE-EXIT.
049400     EXIT.
049500*****************************************************************
049600*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
049700*****************************************************************
049800 9999-SQL-ERROR.
049900     DISPLAY 'PDDB0046 - SQL ERROR ON C_PROV_MSTR_TB'.
050000     DISPLAY 'SQLCODE = ' SQLCODE.
050100     EXEC SQL ROLLBACK END-EXEC.
050200     MOVE 16 TO RETURN-CODE.
050300     CLOSE BDPHRMIN-FILE BDPHRMER-FILE RPTB046-FILE.
050400     GOBACK.
