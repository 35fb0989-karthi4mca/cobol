000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0043.
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
001300*  10/15/26  ACS   NEW PROGRAM.  MONTHLY PRESCRIBER DEATH      *
001400*                  MASTER LOAD.  MATCHES THE DEATH MASTER FILE *
001500*                  AGAINST C_PRSC_MSTR_TB BY PRESCRIBER ID AND *
001600*                  QUALIFIER AND CARRIES THE DATE OF DEATH     *
001700*                  ONTO C_PRSC_DOD_DT FOR THE CLAIM EDIT       *
001800*                  MODULE (CONDU, S215).  A NEW OR CHANGED     *
001900*                  DATE IS STAMPED C_PRSC_DOD_LOAD_TS FOR THE  *
002000*                  POST-DEATH RECOVERY SWEEP (PDDB0044); A     *
002100*                  DATE ALREADY ON FILE IS ONLY CONFIRMED.     *
002200*                  UNUSABLE RECORDS AND PRESCRIBERS NOT ON     *
002300*                  THE MASTER GO TO THE ERROR FILE WITH A      *
002400*                  REASON PREFIX, AND THE COUNTS REPORT PROVES *
002500*                  INPUT = LOADED + CONFIRMED + REJECTED.      *
002600*                                                              *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT DTHMSTIN-FILE ASSIGN TO DTHMSTIN
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT DTHMSTER-FILE ASSIGN TO DTHMSTER
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT RPTB043-FILE ASSIGN TO RPTB043
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100*****************************************************************
004200*  DATA DIVISION                                                *
004300*****************************************************************
004400 DATA DIVISION.
004500 FILE SECTION.
004600*    ONE DECEASED PRESCRIBER PER RECORD, KEYED THE WAY THE
004700*    MASTER IS (QUALIFIER AND ID).  THE NAME IS CARRIED FOR THE
004800*    REPORT AND THE ERROR FILE ONLY.
004900 FD  DTHMSTIN-FILE.
005000 01  DM-DEATH-REC.
005100     05  DM-PRSC-ID-CD               PIC X(00002).
005200     05  DM-PRSC-ID                  PIC X(00015).
005300     05  DM-LAST-NAM                 PIC X(00020).
005400     05  DM-FIRST-NAM                PIC X(00015).
005500     05  DM-DOD-DT                   PIC X(00010).
005600     05  FILLER                      PIC X(00018).
005700 FD  DTHMSTER-FILE.
005800 01  DE-ERROR-REC.
005900     05  DE-REASON-TX                PIC X(00030).
006000     05  DE-DEATH-IMAGE              PIC X(00080).
006100 FD  RPTB043-FILE
006200     RECORDING MODE IS F.
006300 01  RPTB043-REC                     PIC X(00133).
006400*****************************************************************
006500*  WORKING-STORAGE SECTION                                     *
006600*****************************************************************
006700 WORKING-STORAGE SECTION.
006800 77  WB-0043-EOF-SW                  PIC X(00001) VALUE 'N'.
006900     88  WB-0043-EOF                 VALUE 'Y'.
007000 77  WB-0043-REJECT-SW               PIC X(00001) VALUE 'N'.
007100     88  WB-0043-REJECTED            VALUE 'Y'.
007200 77  WB-0043-READ-CNT                PIC S9(00009) COMP-3
007300                                     VALUE ZERO.
007400 77  WB-0043-LOAD-CNT                PIC S9(00009) COMP-3
007500                                     VALUE ZERO.
007600 77  WB-0043-CONFIRM-CNT             PIC S9(00009) COMP-3
007700                                     VALUE ZERO.
007800 77  WB-0043-REJ-CNT                 PIC S9(00009) COMP-3
007900                                     VALUE ZERO.
008000 77  WB-0043-COMMIT-CNT              PIC S9(00004) COMP
008100                                     VALUE ZERO.
008200 77  WB-0043-COMMIT-LIMIT            PIC S9(00004) COMP
008300                                     VALUE +500.
008400 01  WB-0043-DATE-CHECK.
008500     05  WB-0043-CK-CCYY             PIC X(00004).
008600     05  WB-0043-CK-SEP1             PIC X(00001).
008700     05  WB-0043-CK-MM               PIC X(00002).
008800     05  WB-0043-CK-SEP2             PIC X(00001).
008900     05  WB-0043-CK-DD               PIC X(00002).
009000*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
009100     COPY WKC90040.
009200*****************************************************************
009300*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
009400*****************************************************************
009500     EXEC SQL INCLUDE SQLCA END-EXEC.
009600     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
009700     COPY CLPRSMTB.
009800 01  WH-0043-HOST-VARS.
009900     05  WH-0043-RUN-DT              PIC X(00010).
010000     05  WH-0043-NEW-DOD-DT          PIC X(00010).
010100     EXEC SQL END DECLARE SECTION END-EXEC.
010200*****************************************************************
010300*  REPORT LINE LAYOUTS                                         *
010400*****************************************************************
010500 01  RL-0043-HDG1.
010600     05  FILLER                      PIC X(00001) VALUE SPACE.
010700     05  FILLER                      PIC X(00050) VALUE
010800         'PDDB0043 - PRESCRIBER DEATH MASTER LOAD'.
010900     05  FILLER                      PIC X(00004) VALUE 'RUN '.
011000     05  RL-0043-H1-RUN              PIC X(00010).
011100 01  RL-0043-HDG2.
011200     05  FILLER                      PIC X(00001) VALUE SPACE.
011300     05  FILLER                      PIC X(00046) VALUE
011400         'ACTION      ID   PRESCRIBER ID    NAME'.
011500     05  FILLER                      PIC X(00038) VALUE
011600         '                DATE OF DEATH  WAS'.
011700 01  RL-0043-DTL-LINE.
011800     05  FILLER                      PIC X(00001) VALUE SPACE.
011900     05  RL-0043-D-ACTION            PIC X(00010).
012000     05  FILLER                      PIC X(00002) VALUE SPACES.
012100     05  RL-0043-D-ID-CD             PIC X(00002).
012200     05  FILLER                      PIC X(00003) VALUE SPACES.
012300     05  RL-0043-D-ID                PIC X(00015).
012400     05  FILLER                      PIC X(00002) VALUE SPACES.
012500     05  RL-0043-D-LAST-NAM          PIC X(00020).
012600     05  FILLER                      PIC X(00001) VALUE SPACE.
012700     05  RL-0043-D-FIRST-NAM         PIC X(00015).
012800     05  FILLER                      PIC X(00002) VALUE SPACES.
012900     05  RL-0043-D-DOD               PIC X(00010).
013000     05  FILLER                      PIC X(00005) VALUE SPACES.
013100     05  RL-0043-D-OLD-DOD           PIC X(00010).
013200 01  RL-0043-COUNT-LINE.
013300     05  FILLER                      PIC X(00001) VALUE SPACE.
013400     05  RL-0043-C-LABEL             PIC X(00030).
013500     05  RL-0043-C-CNT               PIC ZZZ,ZZZ,ZZ9.
013600 01  RL-0043-BAL-LINE.
013700     05  FILLER                      PIC X(00001) VALUE SPACE.
013800     05  RL-0043-B-TX                PIC X(00060).
013900*****************************************************************
014000*  PROCEDURE DIVISION                                          *
014100*****************************************************************
014200 PROCEDURE DIVISION.
014300 0000-MAINLINE.
014400     PERFORM 1000-INITIALIZE
014500         THRU 1000-INITIALIZE-EXIT.
014600     PERFORM 2000-ONE-RECORD
014700         THRU 2000-ONE-RECORD-EXIT
014800         UNTIL WB-0043-EOF.
014900     PERFORM 8000-FINALIZE
015000         THRU 8000-FINALIZE-EXIT.
015100     GOBACK.
015200*****************************************************************
015300*    1000-INITIALIZE                                            *
015400*****************************************************************
015500 1000-INITIALIZE.
015600     MOVE 'PDDB0043'             TO WK-9004-PGM-ID.
015700     MOVE SPACES                 TO WK-9004-OVRD-DT.
015800     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
015900     IF WK-9004-NO-BUS-DT
016000         DISPLAY 'PDDB0043 - NO BUSINESS PROCESSING DATE'
016100         MOVE 16 TO RETURN-CODE
016200         GOBACK
016300     END-IF.
016400     OPEN INPUT  DTHMSTIN-FILE.
016500     OPEN OUTPUT DTHMSTER-FILE RPTB043-FILE.
016600     MOVE WK-9004-BUS-DT         TO WH-0043-RUN-DT
016700                                    RL-0043-H1-RUN.
016800     WRITE RPTB043-REC FROM RL-0043-HDG1
016900         BEFORE ADVANCING TO-NEW-PAGE.
017000     WRITE RPTB043-REC FROM RL-0043-HDG2
017100         AFTER ADVANCING 2 LINES.
017200     PERFORM 2100-READ-NEXT
017300         THRU 2100-READ-NEXT-EXIT.
017400 1000-INITIALIZE-EXIT.
017500     EXIT.
017600*****************************************************************
017700*    2000-ONE-RECORD - VALIDATE, THEN LOAD OR REJECT            *
017800*****************************************************************
017900 2000-ONE-RECORD.
018000     MOVE 'N' TO WB-0043-REJECT-SW.
018100     PERFORM 3000-VALIDATE-RECORD
018200         THRU 3000-VALIDATE-RECORD-EXIT.
018300     IF NOT WB-0043-REJECTED
018400         PERFORM 4000-LOAD-DEATH-DATE
018500             THRU 4000-LOAD-DEATH-DATE-EXIT
018600     END-IF.
018700     PERFORM 2100-READ-NEXT
018800         THRU 2100-READ-NEXT-EXIT.
018900 2000-ONE-RECORD-EXIT.
019000     EXIT.
019100*****************************************************************
019200*    2100-READ-NEXT                                             *
019300*****************************************************************
019400 2100-READ-NEXT.
019500     READ DTHMSTIN-FILE
019600         AT END SET WB-0043-EOF TO TRUE
019700         NOT AT END ADD 1 TO WB-0043-READ-CNT
019800     END-READ.
019900 2100-READ-NEXT-EXIT.
020000     EXIT.
020100*****************************************************************
020200*    3000-VALIDATE-RECORD - EVERYTHING THE UPDATE NEEDS.  A     *
020300*    DATE OF DEATH AFTER THE RUN DATE IS A BAD RECORD, NOT AN   *
020400*    EARLY NOTICE.  FIRST FAILURE WINS.                         *
020500*****************************************************************
020600 3000-VALIDATE-RECORD.
020700     IF DM-PRSC-ID-CD = SPACES
020800      OR DM-PRSC-ID = SPACES
020900         MOVE 'PRESCRIBER ID MISSING' TO DE-REASON-TX
021000         PERFORM 3900-REJECT-RECORD
021100             THRU 3900-REJECT-RECORD-EXIT
021200         GO TO 3000-VALIDATE-RECORD-EXIT
021300     END-IF.
021400     MOVE DM-DOD-DT TO WB-0043-DATE-CHECK.
021500     IF WB-0043-CK-CCYY NOT NUMERIC
021600      OR WB-0043-CK-MM   NOT NUMERIC
021700      OR WB-0043-CK-DD   NOT NUMERIC
021800      OR WB-0043-CK-SEP1 NOT = '-'
021900      OR WB-0043-CK-SEP2 NOT = '-'
022000         MOVE 'DATE OF DEATH UNPARSEABLE' TO DE-REASON-TX
022100         PERFORM 3900-REJECT-RECORD
022200             THRU 3900-REJECT-RECORD-EXIT
022300         GO TO 3000-VALIDATE-RECORD-EXIT
022400     END-IF.
022500     IF DM-DOD-DT > WH-0043-RUN-DT
022600         MOVE 'DATE OF DEATH IN THE FUTURE' TO DE-REASON-TX
022700         PERFORM 3900-REJECT-RECORD
022800             THRU 3900-REJECT-RECORD-EXIT
022900         GO TO 3000-VALIDATE-RECORD-EXIT
023000     END-IF.
023100     MOVE DM-PRSC-ID-CD TO CLPRSMTB-C-PRSC-ID-CD.
023200     MOVE DM-PRSC-ID    TO CLPRSMTB-C-PRSC-ID.
023300     EXEC SQL
023400         SELECT NVL(C_PRSC_DOD_DT, ' ')
023500           INTO :CLPRSMTB-C-PRSC-DOD-DT
023600           FROM C_PRSC_MSTR_TB
023700          WHERE C_PRSC_ID_CD = :CLPRSMTB-C-PRSC-ID-CD
023800            AND C_PRSC_ID    = :CLPRSMTB-C-PRSC-ID
023900     END-EXEC.
024000     EVALUATE SQLCODE
024100       WHEN 0
024200         CONTINUE
024300       WHEN 100
024400*        NO CLAIM CAN CARRY A PRESCRIBER WE HAVE NEVER SEEN, BUT
024500*        THE MISS IS KEPT SO A KEYING PROBLEM ON THE FILE SHOWS.
024600         MOVE 'PRESCRIBER NOT ON MASTER' TO DE-REASON-TX
024700         PERFORM 3900-REJECT-RECORD
024800             THRU 3900-REJECT-RECORD-EXIT
024900       WHEN OTHER
025000         GO TO 9999-SQL-ERROR
025100     END-EVALUATE.
025200 3000-VALIDATE-RECORD-EXIT.
025300     EXIT.
025400*****************************************************************
025500*    3900-REJECT-RECORD                                         *
025600*****************************************************************
025700 3900-REJECT-RECORD.
025800     SET WB-0043-REJECTED TO TRUE.
025900     MOVE DM-DEATH-REC TO DE-DEATH-IMAGE.
026000     WRITE DE-ERROR-REC.
026100     ADD 1 TO WB-0043-REJ-CNT.
026200 3900-REJECT-RECORD-EXIT.
026300     EXIT.
026400*****************************************************************
026500*    4000-LOAD-DEATH-DATE - A DATE ALREADY ON FILE IS ONLY      *
026600*    CONFIRMED, SO THE LOAD STAMP STAYS PUT AND THE SWEEP DOES  *
026700*    NOT RECOVER THE SAME CLAIMS AGAIN.  A NEW OR CORRECTED     *
026800*    DATE IS STAMPED AND REPORTED WITH THE DATE IT REPLACES.    *
026900*****************************************************************
027000 4000-LOAD-DEATH-DATE.
027100     IF CLPRSMTB-C-PRSC-DOD-DT = DM-DOD-DT
027200         ADD 1 TO WB-0043-CONFIRM-CNT
027300         GO TO 4000-LOAD-DEATH-DATE-EXIT
027400     END-IF.
027500     MOVE DM-DOD-DT TO WH-0043-NEW-DOD-DT.
027600     EXEC SQL
027700         UPDATE C_PRSC_MSTR_TB
027800            SET C_PRSC_DOD_DT      = :WH-0043-NEW-DOD-DT,
027900                C_PRSC_DOD_LOAD_TS = TO_CHAR(CURRENT_TIMESTAMP,
028000                         'YYYY-MM-DD-HH24.MI.SS.FF6')
028100          WHERE C_PRSC_ID_CD = :CLPRSMTB-C-PRSC-ID-CD
028200            AND C_PRSC_ID    = :CLPRSMTB-C-PRSC-ID
028300     END-EXEC.
028400     IF SQLCODE NOT = 0
028500         GO TO 9999-SQL-ERROR
028600     END-IF.
028700     ADD 1 TO WB-0043-LOAD-CNT.
028800     IF CLPRSMTB-C-PRSC-DOD-DT > SPACES
028900         MOVE 'CORRECTED '         TO RL-0043-D-ACTION
029000     ELSE
029100         MOVE 'LOADED    '         TO RL-0043-D-ACTION
029200     END-IF.
029300     MOVE DM-PRSC-ID-CD            TO RL-0043-D-ID-CD.
029400     MOVE DM-PRSC-ID               TO RL-0043-D-ID.
029500     MOVE DM-LAST-NAM              TO RL-0043-D-LAST-NAM.
029600     MOVE DM-FIRST-NAM             TO RL-0043-D-FIRST-NAM.
029700     MOVE DM-DOD-DT                TO RL-0043-D-DOD.
029800     MOVE CLPRSMTB-C-PRSC-DOD-DT   TO RL-0043-D-OLD-DOD.
029900     WRITE RPTB043-REC FROM RL-0043-DTL-LINE
030000         AFTER ADVANCING 1 LINE.
030100     ADD 1 TO WB-0043-COMMIT-CNT.
030200     IF WB-0043-COMMIT-CNT NOT < WB-0043-COMMIT-LIMIT
030300         EXEC SQL COMMIT END-EXEC
030400         MOVE ZERO TO WB-0043-COMMIT-CNT
030500     END-IF.
030600 4000-LOAD-DEATH-DATE-EXIT.
030700     EXIT.
030800*****************************************************************
030900*    8000-FINALIZE - COUNTS REPORT:                             *
031000*    INPUT = LOADED + CONFIRMED + REJECTED                      *
031100*****************************************************************
031200 8000-FINALIZE.
031300     EXEC SQL COMMIT END-EXEC.
031400     MOVE 'RECORDS READ'           TO RL-0043-C-LABEL.
031500     MOVE WB-0043-READ-CNT         TO RL-0043-C-CNT.
031600     WRITE RPTB043-REC FROM RL-0043-COUNT-LINE
031700         AFTER ADVANCING 3 LINES.
031800     MOVE 'DEATH DATES LOADED'     TO RL-0043-C-LABEL.
031900     MOVE WB-0043-LOAD-CNT         TO RL-0043-C-CNT.
032000     WRITE RPTB043-REC FROM RL-0043-COUNT-LINE
032100         AFTER ADVANCING 1 LINE.
032200     MOVE 'ALREADY ON FILE, CONFIRMED' TO RL-0043-C-LABEL.
032300     MOVE WB-0043-CONFIRM-CNT      TO RL-0043-C-CNT.
032400     WRITE RPTB043-REC FROM RL-0043-COUNT-LINE
032500         AFTER ADVANCING 1 LINE.
032600     MOVE 'RECORDS REJECTED'       TO RL-0043-C-LABEL.
032700     MOVE WB-0043-REJ-CNT          TO RL-0043-C-CNT.
032800     WRITE RPTB043-REC FROM RL-0043-COUNT-LINE
032900         AFTER ADVANCING 1 LINE.
033000     IF WB-0043-READ-CNT = WB-0043-LOAD-CNT + WB-0043-CONFIRM-CNT
033100                         + WB-0043-REJ-CNT
033200         MOVE 'BALANCED - INPUT = LOADED + CONFIRMED + REJECTED'
033300                                   TO RL-0043-B-TX
033400     ELSE
033500         MOVE '*** OUT OF BALANCE - INVESTIGATE BEFORE RERUN ***'
033600                                   TO RL-0043-B-TX
033700         MOVE 8 TO RETURN-CODE
033800     END-IF.
033900     WRITE RPTB043-REC FROM RL-0043-BAL-LINE
034000         AFTER ADVANCING 2 LINES.
034100     CLOSE DTHMSTIN-FILE DTHMSTER-FILE RPTB043-FILE.
034200 8000-FINALIZE-EXIT.
034300     EXIT.
034400*****************************************************************
034500*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
034600*****************************************************************
034700 9999-SQL-ERROR.
034800     DISPLAY 'PDDB0043 - SQL ERROR ON C_PRSC_MSTR_TB'.
034900     DISPLAY 'SQLCODE = ' SQLCODE.
035000     EXEC SQL ROLLBACK END-EXEC.
035100     MOVE 16 TO RETURN-CODE.
035200     CLOSE DTHMSTIN-FILE DTHMSTER-FILE RPTB043-FILE.
035300     GOBACK.
