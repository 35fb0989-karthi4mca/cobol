000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0032.
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
001300*  10/15/26  ACS   NEW PROGRAM.  OUTBOUND FILE DELIVERY        *
001400*                  MARKING.  RUNS AFTER THE TRANSMISSION STEP  *
001500*                  AND READS ITS DELIVERY LOG, ONE RECORD PER  *
001600*                  FILE GENERATION (THE NAME THE PRODUCING     *
001700*                  PROGRAM REGISTERED ON G_OUT_FILE_MNFST_TB   *
001800*                  THROUGH PDDS9006).  ACTION 'S' MARKS THE    *
001900*                  GENERATION SENT WITH THE TRANSMISSION       *
002000*                  REFERENCE; A GENERATION ALREADY SENT NEEDS  *
002100*                  THE RESEND FLAG, AND A RESEND CLEARS ANY    *
002200*                  EARLIER ACKNOWLEDGMENT.  ACTION 'W'         *
002300*                  WITHDRAWS A GENERATION THAT WILL NEVER BE   *
002400*                  SENT SO IT DROPS OFF THE EXCEPTION REPORT   *
002500*                  (PDDR0073).  EVERY RECORD IS REPORTED       *
002600*                  APPLIED OR REJECTED; ANY REJECT ENDS THE    *
002700*                  STEP RC 4.                                  *
002800*                                                              *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT DLVRLOG-FILE ASSIGN TO DLVRLOG
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT RPTB032-FILE ASSIGN TO RPTB032
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100*****************************************************************
004200*  DATA DIVISION                                                *
004300*****************************************************************
004400 DATA DIVISION.
004500 FILE SECTION.
004600*    ACTION S(ENT) OR W(ITHDRAWN); GENERATION NAME AS REGISTERED;
004700*    TRANSMISSION REFERENCE (REQUIRED FOR 'S'); OPERATOR OR JOB
004800*    ID; RESEND 'Y' TO MARK A GENERATION ALREADY SENT AGAIN.
004900 FD  DLVRLOG-FILE.
005000 01  DL-DELIVERY-REC.
005100     05  DL-ACTION-CD                PIC X(00001).
005200         88  DL-SENT                 VALUE 'S'.
005300         88  DL-WITHDRAW             VALUE 'W'.
005400     05  FILLER                      PIC X(00001).
005500     05  DL-GEN-NM                   PIC X(00044).
005600     05  FILLER                      PIC X(00001).
005700     05  DL-SENT-REF-TX              PIC X(00020).
005800     05  FILLER                      PIC X(00001).
005900     05  DL-USER-ID                  PIC X(00008).
006000     05  FILLER                      PIC X(00001).
006100     05  DL-RESEND-IND               PIC X(00001).
006200         88  DL-RESEND               VALUE 'Y'.
006300     05  FILLER                      PIC X(00002).
006400 FD  RPTB032-FILE
006500     RECORDING MODE IS F.
006600 01  RPTB032-REC                     PIC X(00133).
006700*****************************************************************
006800*  WORKING-STORAGE SECTION                                     *
006900*****************************************************************
007000 WORKING-STORAGE SECTION.
007100 77  WB-0032-EOF-SW                  PIC X(00001) VALUE 'N'.
007200     88  WB-0032-EOF                 VALUE 'Y'.
007300 77  WB-0032-READ-CNT                PIC S9(00009) COMP-3
007400                                     VALUE ZERO.
007500 77  WB-0032-APPLIED-CNT             PIC S9(00009) COMP-3
007600                                     VALUE ZERO.
007700 77  WB-0032-REJECT-CNT              PIC S9(00009) COMP-3
007800                                     VALUE ZERO.
007900*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
008000     COPY WKC90040.
008100*****************************************************************
008200*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
008300*****************************************************************
008400     EXEC SQL INCLUDE SQLCA END-EXEC.
008500     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
008600     COPY GLOFMNTB.
008700 01  WH-0032-HOST-VARS.
008800     05  WH-0032-NEW-STAT-CD         PIC X(00001).
008900     05  WH-0032-RSN-TX              PIC X(00040).
009000     EXEC SQL END DECLARE SECTION END-EXEC.
009100*****************************************************************
009200*  REPORT LINE LAYOUTS                                         *
009300*****************************************************************
009400 01  RL-0032-HDG1.
009500     05  FILLER                      PIC X(00001) VALUE SPACE.
009600     05  FILLER                      PIC X(00050) VALUE
009700         'PDDB0032 - OUTBOUND FILE DELIVERY MARKING'.
009800     05  FILLER                      PIC X(00016)
009900                                     VALUE 'BUSINESS DATE '.
010000     05  RL-0032-H-BUS-DT            PIC X(00010).
010100 01  RL-0032-HDG2.
010200     05  FILLER                      PIC X(00001) VALUE SPACE.
010300     05  FILLER                      PIC X(00040) VALUE
010400         'RESULT     ACT GENERATION NAME          '.
010500     05  FILLER                      PIC X(00040) VALUE
010600         '        TYPE         RECORDS  WAS NOW TR'.
010700     05  FILLER                      PIC X(00040) VALUE
010800         'ANSMISSION REF     NOTE'.
010900 01  RL-0032-DETAIL.
011000     05  FILLER                      PIC X(00001) VALUE SPACE.
011100     05  RL-0032-D-DISP              PIC X(00010).
011200     05  FILLER                      PIC X(00001) VALUE SPACE.
011300     05  RL-0032-D-ACTION            PIC X(00001).
011400     05  FILLER                      PIC X(00003) VALUE SPACES.
011500     05  RL-0032-D-GEN-NM            PIC X(00032).
011600     05  FILLER                      PIC X(00001) VALUE SPACE.
011700     05  RL-0032-D-FILE-TY           PIC X(00008).
011800     05  FILLER                      PIC X(00001) VALUE SPACE.
011900     05  RL-0032-D-REC-CNT           PIC ZZZ,ZZZ,ZZ9.
012000     05  FILLER                      PIC X(00002) VALUE SPACES.
012100     05  RL-0032-D-OLD-STAT          PIC X(00001).
012200     05  FILLER                      PIC X(00003) VALUE SPACES.
012300     05  RL-0032-D-NEW-STAT          PIC X(00001).
012400     05  FILLER                      PIC X(00003) VALUE SPACES.
012500     05  RL-0032-D-REF-TX            PIC X(00020).
012600     05  FILLER                      PIC X(00001) VALUE SPACE.
012700     05  RL-0032-D-NOTE              PIC X(00030).
012800 01  RL-0032-COUNT-LINE.
012900     05  FILLER                      PIC X(00001) VALUE SPACE.
013000     05  RL-0032-C-LABEL             PIC X(00034).
013100     05  RL-0032-C-CNT               PIC ZZZ,ZZZ,ZZ9.
013200*****************************************************************
013300*  PROCEDURE DIVISION                                          *
013400*****************************************************************
013500 PROCEDURE DIVISION.
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE
013800         THRU 1000-INITIALIZE-EXIT.
013900     PERFORM 2000-ONE-RECORD
014000         THRU 2000-ONE-RECORD-EXIT
014100         UNTIL WB-0032-EOF.
014200     PERFORM 8000-FINALIZE
014300         THRU 8000-FINALIZE-EXIT.
014400     GOBACK.
014500*****************************************************************
014600*    1000-INITIALIZE                                            *
014700*****************************************************************
014800 1000-INITIALIZE.
014900     MOVE 'PDDB0032'             TO WK-9004-PGM-ID.
015000     MOVE SPACES                 TO WK-9004-OVRD-DT.
015100     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
015200     IF WK-9004-NO-BUS-DT
015300         DISPLAY 'PDDB0032 - NO BUSINESS PROCESSING DATE'
015400         MOVE 16 TO RETURN-CODE
015500         GOBACK
015600     END-IF.
015700     OPEN INPUT  DLVRLOG-FILE.
015800     OPEN OUTPUT RPTB032-FILE.
015900     MOVE WK-9004-BUS-DT         TO RL-0032-H-BUS-DT.
016000     WRITE RPTB032-REC FROM RL-0032-HDG1
016100         BEFORE ADVANCING TO-NEW-PAGE.
016200     WRITE RPTB032-REC FROM RL-0032-HDG2
016300         AFTER ADVANCING 2 LINES.
016400     PERFORM 2100-READ-NEXT
016500         THRU 2100-READ-NEXT-EXIT.
016600 1000-INITIALIZE-EXIT.
016700     EXIT.
016800*****************************************************************
016900*    2000-ONE-RECORD                                            *
017000*****************************************************************
017100 2000-ONE-RECORD.
017200     PERFORM 2200-EDIT-AND-APPLY
017300         THRU 2200-EDIT-AND-APPLY-EXIT.
017400     PERFORM 2100-READ-NEXT
017500         THRU 2100-READ-NEXT-EXIT.
017600 2000-ONE-RECORD-EXIT.
017700     EXIT.
017800*****************************************************************
017900*    2100-READ-NEXT                                             *
018000*****************************************************************
018100 2100-READ-NEXT.
018200     READ DLVRLOG-FILE
018300         AT END SET WB-0032-EOF TO TRUE
018400         NOT AT END ADD 1 TO WB-0032-READ-CNT
018500     END-READ.
018600 2100-READ-NEXT-EXIT.
018700     EXIT.
018800*****************************************************************
018900*    2200-EDIT-AND-APPLY - PARSE, FIND THE GENERATION, CHECK THE *
019000*    STATUS MOVE, THEN MARK IT                                   *
019100*****************************************************************
019200 2200-EDIT-AND-APPLY.
019300     MOVE SPACES                 TO RL-0032-DETAIL.
019400     MOVE DL-ACTION-CD           TO RL-0032-D-ACTION.
019500     MOVE DL-GEN-NM              TO RL-0032-D-GEN-NM.
019600     MOVE DL-SENT-REF-TX         TO RL-0032-D-REF-TX.
019700     MOVE ZERO                   TO RL-0032-D-REC-CNT.
019800     IF (NOT DL-SENT AND NOT DL-WITHDRAW)
019900      OR DL-GEN-NM  = SPACES
020000      OR DL-USER-ID = SPACES
020100      OR (DL-SENT AND DL-SENT-REF-TX = SPACES)
020200         MOVE 'UNPARSEABLE RECORD' TO RL-0032-D-NOTE
020300         PERFORM 3900-REJECT
020400             THRU 3900-REJECT-EXIT
020500         GO TO 2200-EDIT-AND-APPLY-EXIT
020600     END-IF.
020700     MOVE DL-GEN-NM              TO GLOFMNTB-G-GEN-NM.
020800     EXEC SQL
020900         SELECT G_FILE_TY_CD, G_REC_CNT, G_FILE_STAT_CD
021000           INTO :GLOFMNTB-G-FILE-TY-CD,
021100                :GLOFMNTB-G-REC-CNT,
021200                :GLOFMNTB-G-FILE-STAT-CD
021300           FROM G_OUT_FILE_MNFST_TB
021400          WHERE G_GEN_NM = :GLOFMNTB-G-GEN-NM
021500     END-EXEC.
021600     EVALUATE SQLCODE
021700       WHEN 0
021800         CONTINUE
021900       WHEN 100
022000         MOVE 'NOT ON FILE MANIFEST' TO RL-0032-D-NOTE
022100         PERFORM 3900-REJECT
022200             THRU 3900-REJECT-EXIT
022300         GO TO 2200-EDIT-AND-APPLY-EXIT
022400       WHEN OTHER
022500         GO TO 9999-SQL-ERROR
022600     END-EVALUATE.
022700     MOVE GLOFMNTB-G-FILE-TY-CD  TO RL-0032-D-FILE-TY.
022800     MOVE GLOFMNTB-G-REC-CNT     TO RL-0032-D-REC-CNT.
022900     MOVE GLOFMNTB-G-FILE-STAT-CD TO RL-0032-D-OLD-STAT.
023000     EVALUATE TRUE
023100       WHEN GLOFMNTB-WITHDRAWN
023200         MOVE 'GENERATION WITHDRAWN' TO RL-0032-D-NOTE
023300         PERFORM 3900-REJECT
023400             THRU 3900-REJECT-EXIT
023500         GO TO 2200-EDIT-AND-APPLY-EXIT
023600       WHEN DL-WITHDRAW AND NOT GLOFMNTB-PRODUCED
023700         MOVE 'ALREADY SENT - CANNOT WITHDRAW'
023800                                 TO RL-0032-D-NOTE
023900         PERFORM 3900-REJECT
024000             THRU 3900-REJECT-EXIT
024100         GO TO 2200-EDIT-AND-APPLY-EXIT
024200       WHEN DL-SENT AND NOT GLOFMNTB-PRODUCED AND NOT DL-RESEND
024300         MOVE 'ALREADY SENT - NO RESEND FLAG'
024400                                 TO RL-0032-D-NOTE
024500         PERFORM 3900-REJECT
024600             THRU 3900-REJECT-EXIT
024700         GO TO 2200-EDIT-AND-APPLY-EXIT
024800     END-EVALUATE.
024900     PERFORM 4000-APPLY
025000         THRU 4000-APPLY-EXIT.
025100 2200-EDIT-AND-APPLY-EXIT.
025200     EXIT.
025300*****************************************************************
025400*    3900-REJECT - COMMON REJECT-LINE OUTPUT                    *
025500*****************************************************************
025600 3900-REJECT.
025700     ADD 1 TO WB-0032-REJECT-CNT.
025800     MOVE 'REJECTED  '           TO RL-0032-D-DISP.
025900     WRITE RPTB032-REC FROM RL-0032-DETAIL
026000         AFTER ADVANCING 1 LINE.
026100 3900-REJECT-EXIT.
026200     EXIT.
026300*****************************************************************
026400*    4000-APPLY - ONE UNIT OF WORK PER RECORD.  SENT STAMPS THE  *
026500*    TRANSMISSION AND CLEARS ANY EARLIER ACKNOWLEDGMENT; A       *
026600*    WITHDRAWAL CARRIES THE OPERATOR IN THE REASON               *
026700*****************************************************************
026800 4000-APPLY.
026900     MOVE DL-USER-ID             TO GLOFMNTB-G-UPD-USER-ID.
027000     MOVE DL-SENT-REF-TX         TO GLOFMNTB-G-SENT-REF-TX.
027100     IF DL-SENT
027200         MOVE 'S'                TO WH-0032-NEW-STAT-CD
027300         EXEC SQL
027400             UPDATE G_OUT_FILE_MNFST_TB
027500                SET G_FILE_STAT_CD = :WH-0032-NEW-STAT-CD,
027600                    G_SENT_TS      = TO_CHAR(CURRENT_TIMESTAMP,
027700                                     'YYYY-MM-DD-HH24.MI.SS.FF6'),
027800                    G_SENT_REF_TX  = :GLOFMNTB-G-SENT-REF-TX,
027900                    G_ACK_TS       = ' ',
028000                    G_ACK_REF_TX   = ' ',
028100                    G_ACK_RSN_TX   = ' ',
028200                    G_UPD_USER_ID  = :GLOFMNTB-G-UPD-USER-ID,
028300                    G_UPD_TS       = TO_CHAR(CURRENT_TIMESTAMP,
028400                                     'YYYY-MM-DD-HH24.MI.SS.FF6')
028500              WHERE G_GEN_NM = :GLOFMNTB-G-GEN-NM
028600         END-EXEC
028700     ELSE
028800         MOVE 'X'                TO WH-0032-NEW-STAT-CD
028900         MOVE SPACES             TO WH-0032-RSN-TX
029000         STRING 'WITHDRAWN BY '  DELIMITED BY SIZE
029100                DL-USER-ID       DELIMITED BY SPACE
029200             INTO WH-0032-RSN-TX
029300         EXEC SQL
029400             UPDATE G_OUT_FILE_MNFST_TB
029500                SET G_FILE_STAT_CD = :WH-0032-NEW-STAT-CD,
029600                    G_ACK_RSN_TX   = :WH-0032-RSN-TX,
029700                    G_UPD_USER_ID  = :GLOFMNTB-G-UPD-USER-ID,
029800                    G_UPD_TS       = TO_CHAR(CURRENT_TIMESTAMP,
029900                                     'YYYY-MM-DD-HH24.MI.SS.FF6')
030000              WHERE G_GEN_NM = :GLOFMNTB-G-GEN-NM
030100         END-EXEC
030200     END-IF.
030300     IF SQLCODE NOT = 0
030400         GO TO 9999-SQL-ERROR
030500     END-IF.
030600     EXEC SQL COMMIT END-EXEC.
030700     ADD 1 TO WB-0032-APPLIED-CNT.
030800     MOVE 'APPLIED   '           TO RL-0032-D-DISP.
030900     MOVE WH-0032-NEW-STAT-CD    TO RL-0032-D-NEW-STAT.
031000     IF DL-SENT AND NOT GLOFMNTB-PRODUCED
031100         MOVE 'RESENT'           TO RL-0032-D-NOTE
031200     ELSE
031300         MOVE DL-USER-ID         TO RL-0032-D-NOTE
031400     END-IF.
031500     WRITE RPTB032-REC FROM RL-0032-DETAIL
031600         AFTER ADVANCING 1 LINE.
031700 4000-APPLY-EXIT.
031800     EXIT.
031900*****************************************************************
032000*    8000-FINALIZE                                              *
032100*****************************************************************
032200 8000-FINALIZE.
032300     MOVE 'DELIVERY RECORDS READ' TO RL-0032-C-LABEL.
032400     MOVE WB-0032-READ-CNT       TO RL-0032-C-CNT.
032500     WRITE RPTB032-REC FROM RL-0032-COUNT-LINE
032600         AFTER ADVANCING 2 LINES.
032700     MOVE 'APPLIED'              TO RL-0032-C-LABEL.
032800     MOVE WB-0032-APPLIED-CNT    TO RL-0032-C-CNT.
032900     WRITE RPTB032-REC FROM RL-0032-COUNT-LINE
033000         AFTER ADVANCING 1 LINE.
033100     MOVE 'REJECTED'             TO RL-0032-C-LABEL.
033200     MOVE WB-0032-REJECT-CNT     TO RL-0032-C-CNT.
033300     WRITE RPTB032-REC FROM RL-0032-COUNT-LINE
033400         AFTER ADVANCING 1 LINE.
033500     IF WB-0032-REJECT-CNT > ZERO
033600         MOVE 4 TO RETURN-CODE
033700     END-IF.
033800     CLOSE DLVRLOG-FILE RPTB032-FILE.
033900 8000-FINALIZE-EXIT.
034000     EXIT.
034100*****************************************************************
034200*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
034300*****************************************************************
034400 9999-SQL-ERROR.
034500     DISPLAY 'PDDB0032 - SQL ERROR ON G_OUT_FILE_MNFST_TB'.
034600     DISPLAY 'SQLCODE = ' SQLCODE.
034700     EXEC SQL ROLLBACK END-EXEC.
034800     MOVE 16 TO RETURN-CODE.
034900     CLOSE DLVRLOG-FILE RPTB032-FILE.
035000     GOBACK.
