000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0033.
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
001300*  10/15/26  ACS   NEW PROGRAM.  OUTBOUND FILE ACKNOWLEDGMENT  *
001400*                  LOADER.  READS THE RECEIVERS' RESPONSES,    *
001500*                  ONE RECORD PER FILE GENERATION, AND MARKS   *
001600*                  THE GENERATION ON G_OUT_FILE_MNFST_TB       *
001700*                  ACCEPTED ('A') OR REJECTED ('R') WITH THE   *
001800*                  RECEIVER'S REFERENCE AND REASON.  ONLY A    *
001900*                  GENERATION MARKED SENT (PDDB0032) CAN BE    *
002000*                  ACKNOWLEDGED, AND ONLY ONCE PER SENDING.    *
002100*                  WHERE THE RECEIVER REPORTS THE RECORD COUNT *
002200*                  IT LOADED, A COUNT THAT DIFFERS FROM THE    *
002300*                  MANIFEST IS FLAGGED.  ANY REJECT, RECEIVER  *
002400*                  REJECTION OR COUNT DIFFERENCE ENDS THE STEP *
002500*                  RC 4.                                       *
002600*                                                              *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ACKIN-FILE ASSIGN TO ACKIN
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT RPTB033-FILE ASSIGN TO RPTB033
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900*****************************************************************
004000*  DATA DIVISION                                                *
004100*****************************************************************
004200 DATA DIVISION.
004300 FILE SECTION.
004400*    GENERATION NAME AS SENT; A(CCEPTED) OR R(EJECTED); THE
004500*    RECEIVER'S REFERENCE; THE RECORD COUNT THE RECEIVER LOADED
004600*    (BLANK WHEN IT DOES NOT REPORT ONE); REJECTION REASON.
004700 FD  ACKIN-FILE.
004800 01  AK-ACK-REC.
004900     05  AK-GEN-NM                   PIC X(00044).
005000     05  FILLER                      PIC X(00001).
005100     05  AK-ACK-CD                   PIC X(00001).
005200         88  AK-ACCEPTED             VALUE 'A'.
005300         88  AK-REJECTED             VALUE 'R'.
005400     05  FILLER                      PIC X(00001).
005500     05  AK-RCV-REF-TX               PIC X(00020).
005600     05  FILLER                      PIC X(00001).
005700     05  AK-RCV-CNT-TX               PIC X(00009).
005800     05  AK-RCV-CNT REDEFINES AK-RCV-CNT-TX
005900                                     PIC 9(00009).
006000     05  FILLER                      PIC X(00001).
006100     05  AK-RSN-TX                   PIC X(00040).
006200     05  FILLER                      PIC X(00002).
006300 FD  RPTB033-FILE
006400     RECORDING MODE IS F.
006500 01  RPTB033-REC                     PIC X(00133).
006600*****************************************************************
006700*  WORKING-STORAGE SECTION                                     *
006800*****************************************************************
006900 WORKING-STORAGE SECTION.
007000 77  WB-0033-EOF-SW                  PIC X(00001) VALUE 'N'.
007100     88  WB-0033-EOF                 VALUE 'Y'.
007200 77  WB-0033-READ-CNT                PIC S9(00009) COMP-3
007300                                     VALUE ZERO.
007400 77  WB-0033-ACCEPT-CNT              PIC S9(00009) COMP-3
007500                                     VALUE ZERO.
007600 77  WB-0033-RCV-REJ-CNT             PIC S9(00009) COMP-3
007700                                     VALUE ZERO.
007800 77  WB-0033-CNT-DIFF-CNT            PIC S9(00009) COMP-3
007900                                     VALUE ZERO.
008000 77  WB-0033-REJECT-CNT              PIC S9(00009) COMP-3
008100                                     VALUE ZERO.
008200*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
008300     COPY WKC90040.
008400*****************************************************************
008500*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
008600*****************************************************************
008700     EXEC SQL INCLUDE SQLCA END-EXEC.
008800     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
008900     COPY GLOFMNTB.
009000     EXEC SQL END DECLARE SECTION END-EXEC.
009100*****************************************************************
009200*  REPORT LINE LAYOUTS                                         *
009300*****************************************************************
009400 01  RL-0033-HDG1.
009500     05  FILLER                      PIC X(00001) VALUE SPACE.
009600     05  FILLER                      PIC X(00050) VALUE
009700         'PDDB0033 - OUTBOUND FILE ACKNOWLEDGMENTS'.
009800     05  FILLER                      PIC X(00016)
009900                                     VALUE 'BUSINESS DATE '.
010000     05  RL-0033-H-BUS-DT            PIC X(00010).
010100 01  RL-0033-HDG2.
010200     05  FILLER                      PIC X(00001) VALUE SPACE.
010300     05  FILLER                      PIC X(00040) VALUE
010400         'RESULT     ACK GENERATION NAME          '.
010500     05  FILLER                      PIC X(00040) VALUE
010600         '        TYPE         RECORDS RECEIVER CN'.
010700     05  FILLER                      PIC X(00040) VALUE
010800         'T RECEIVER REF         NOTE'.
010900 01  RL-0033-DETAIL.
011000     05  FILLER                      PIC X(00001) VALUE SPACE.
011100     05  RL-0033-D-DISP              PIC X(00010).
011200     05  FILLER                      PIC X(00001) VALUE SPACE.
011300     05  RL-0033-D-ACK-CD            PIC X(00001).
011400     05  FILLER                      PIC X(00003) VALUE SPACES.
011500     05  RL-0033-D-GEN-NM            PIC X(00032).
011600     05  FILLER                      PIC X(00001) VALUE SPACE.
011700     05  RL-0033-D-FILE-TY           PIC X(00008).
011800     05  FILLER                      PIC X(00001) VALUE SPACE.
011900     05  RL-0033-D-REC-CNT           PIC ZZZ,ZZZ,ZZ9.
012000     05  FILLER                      PIC X(00002) VALUE SPACES.
012100     05  RL-0033-D-RCV-CNT           PIC ZZZ,ZZZ,ZZ9.
012200     05  RL-0033-D-RCV-CNT-X REDEFINES RL-0033-D-RCV-CNT
012300                                     PIC X(00011).
012400     05  FILLER                      PIC X(00001) VALUE SPACE.
012500     05  RL-0033-D-REF-TX            PIC X(00020).
012600     05  FILLER                      PIC X(00001) VALUE SPACE.
012700     05  RL-0033-D-NOTE              PIC X(00040).
012800 01  RL-0033-COUNT-LINE.
012900     05  FILLER                      PIC X(00001) VALUE SPACE.
013000     05  RL-0033-C-LABEL             PIC X(00034).
013100     05  RL-0033-C-CNT               PIC ZZZ,ZZZ,ZZ9.
013200*****************************************************************
013300*  PROCEDURE DIVISION                                          *
013400*****************************************************************
013500 PROCEDURE DIVISION.
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE
013800         THRU 1000-INITIALIZE-EXIT.
013900     PERFORM 2000-ONE-ACK
014000         THRU 2000-ONE-ACK-EXIT
014100         UNTIL WB-0033-EOF.
014200     PERFORM 8000-FINALIZE
014300         THRU 8000-FINALIZE-EXIT.
014400     GOBACK.
014500*****************************************************************
014600*    1000-INITIALIZE                                            *
014700*****************************************************************
014800 1000-INITIALIZE.
014900     MOVE 'PDDB0033'             TO WK-9004-PGM-ID.
015000     MOVE SPACES                 TO WK-9004-OVRD-DT.
015100     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
015200     IF WK-9004-NO-BUS-DT
015300         DISPLAY 'PDDB0033 - NO BUSINESS PROCESSING DATE'
015400         MOVE 16 TO RETURN-CODE
015500         GOBACK
015600     END-IF.
015700     OPEN INPUT  ACKIN-FILE.
015800     OPEN OUTPUT RPTB033-FILE.
015900     MOVE WK-9004-BUS-DT         TO RL-0033-H-BUS-DT.
016000     WRITE RPTB033-REC FROM RL-0033-HDG1
016100         BEFORE ADVANCING TO-NEW-PAGE.
016200     WRITE RPTB033-REC FROM RL-0033-HDG2
016300         AFTER ADVANCING 2 LINES.
016400     PERFORM 2100-READ-NEXT
016500         THRU 2100-READ-NEXT-EXIT.
016600 1000-INITIALIZE-EXIT.
016700     EXIT.
016800*****************************************************************
016900*    2000-ONE-ACK                                               *
017000*****************************************************************
017100 2000-ONE-ACK.
017200     PERFORM 2200-EDIT-AND-APPLY
017300         THRU 2200-EDIT-AND-APPLY-EXIT.
017400     PERFORM 2100-READ-NEXT
017500         THRU 2100-READ-NEXT-EXIT.
017600 2000-ONE-ACK-EXIT.
017700     EXIT.
017800*****************************************************************
017900*    2100-READ-NEXT                                             *
018000*****************************************************************
018100 2100-READ-NEXT.
018200     READ ACKIN-FILE
018300         AT END SET WB-0033-EOF TO TRUE
018400         NOT AT END ADD 1 TO WB-0033-READ-CNT
018500     END-READ.
018600 2100-READ-NEXT-EXIT.
018700     EXIT.
018800*****************************************************************
018900*    2200-EDIT-AND-APPLY - PARSE, FIND THE GENERATION, IT MUST   *
019000*    BE WAITING ON AN ACKNOWLEDGMENT, THEN MARK IT               *
019100*****************************************************************
019200 2200-EDIT-AND-APPLY.
019300     MOVE SPACES                 TO RL-0033-DETAIL.
019400     MOVE AK-ACK-CD              TO RL-0033-D-ACK-CD.
019500     MOVE AK-GEN-NM              TO RL-0033-D-GEN-NM.
019600     MOVE AK-RCV-REF-TX          TO RL-0033-D-REF-TX.
019700     MOVE ZERO                   TO RL-0033-D-REC-CNT.
019800     IF AK-RCV-CNT-TX NUMERIC
019900         MOVE AK-RCV-CNT         TO RL-0033-D-RCV-CNT
020000     ELSE
020100         MOVE SPACES             TO RL-0033-D-RCV-CNT-X
020200     END-IF.
020300     IF (NOT AK-ACCEPTED AND NOT AK-REJECTED)
020400      OR AK-GEN-NM = SPACES
020500      OR (AK-RCV-CNT-TX NOT = SPACES
020600          AND AK-RCV-CNT-TX NOT NUMERIC)
020700         MOVE 'UNPARSEABLE RECORD' TO RL-0033-D-NOTE
020800         PERFORM 3900-REJECT
020900             THRU 3900-REJECT-EXIT
021000         GO TO 2200-EDIT-AND-APPLY-EXIT
021100     END-IF.
021200     MOVE AK-GEN-NM              TO GLOFMNTB-G-GEN-NM.
021300     EXEC SQL
021400         SELECT G_FILE_TY_CD, G_REC_CNT, G_FILE_STAT_CD
021500           INTO :GLOFMNTB-G-FILE-TY-CD,
021600                :GLOFMNTB-G-REC-CNT,
021700                :GLOFMNTB-G-FILE-STAT-CD
021800           FROM G_OUT_FILE_MNFST_TB
021900          WHERE G_GEN_NM = :GLOFMNTB-G-GEN-NM
022000     END-EXEC.
022100     EVALUATE SQLCODE
022200       WHEN 0
022300         CONTINUE
022400       WHEN 100
022500         MOVE 'NOT ON FILE MANIFEST' TO RL-0033-D-NOTE
022600         PERFORM 3900-REJECT
022700             THRU 3900-REJECT-EXIT
022800         GO TO 2200-EDIT-AND-APPLY-EXIT
022900       WHEN OTHER
023000         GO TO 9999-SQL-ERROR
023100     END-EVALUATE.
023200     MOVE GLOFMNTB-G-FILE-TY-CD  TO RL-0033-D-FILE-TY.
023300     MOVE GLOFMNTB-G-REC-CNT     TO RL-0033-D-REC-CNT.
023400     EVALUATE TRUE
023500       WHEN GLOFMNTB-SENT
023600         CONTINUE
023700       WHEN GLOFMNTB-PRODUCED
023800         MOVE 'NOT MARKED SENT'  TO RL-0033-D-NOTE
023900         PERFORM 3900-REJECT
024000             THRU 3900-REJECT-EXIT
024100         GO TO 2200-EDIT-AND-APPLY-EXIT
024200       WHEN GLOFMNTB-WITHDRAWN
024300         MOVE 'GENERATION WITHDRAWN' TO RL-0033-D-NOTE
024400         PERFORM 3900-REJECT
024500             THRU 3900-REJECT-EXIT
024600         GO TO 2200-EDIT-AND-APPLY-EXIT
024700       WHEN OTHER
024800         MOVE 'ALREADY ACKNOWLEDGED' TO RL-0033-D-NOTE
024900         PERFORM 3900-REJECT
025000             THRU 3900-REJECT-EXIT
025100         GO TO 2200-EDIT-AND-APPLY-EXIT
025200     END-EVALUATE.
025300     PERFORM 4000-APPLY
025400         THRU 4000-APPLY-EXIT.
025500 2200-EDIT-AND-APPLY-EXIT.
025600     EXIT.
025700*****************************************************************
025800*    3900-REJECT - COMMON REJECT-LINE OUTPUT                    *
025900*****************************************************************
026000 3900-REJECT.
026100     ADD 1 TO WB-0033-REJECT-CNT.
026200     MOVE 'REJECTED  '           TO RL-0033-D-DISP.
026300     WRITE RPTB033-REC FROM RL-0033-DETAIL
026400         AFTER ADVANCING 1 LINE.
026500 3900-REJECT-EXIT.
026600     EXIT.
026700*****************************************************************
026800*    4000-APPLY - ONE UNIT OF WORK PER ACKNOWLEDGMENT            *
026900*****************************************************************
027000 4000-APPLY.
027100     MOVE AK-ACK-CD              TO GLOFMNTB-G-FILE-STAT-CD.
027200     MOVE AK-RCV-REF-TX          TO GLOFMNTB-G-ACK-REF-TX.
027300     MOVE AK-RSN-TX              TO GLOFMNTB-G-ACK-RSN-TX.
027400     MOVE 'PDDB0033'             TO GLOFMNTB-G-UPD-USER-ID.
027500     EXEC SQL
027600         UPDATE G_OUT_FILE_MNFST_TB
027700            SET G_FILE_STAT_CD = :GLOFMNTB-G-FILE-STAT-CD,
027800                G_ACK_TS       = TO_CHAR(CURRENT_TIMESTAMP,
027900                                 'YYYY-MM-DD-HH24.MI.SS.FF6'),
028000                G_ACK_REF_TX   = :GLOFMNTB-G-ACK-REF-TX,
028100                G_ACK_RSN_TX   = :GLOFMNTB-G-ACK-RSN-TX,
028200                G_UPD_USER_ID  = :GLOFMNTB-G-UPD-USER-ID,
028300                G_UPD_TS       = TO_CHAR(CURRENT_TIMESTAMP,
028400                                 'YYYY-MM-DD-HH24.MI.SS.FF6')
028500          WHERE G_GEN_NM       = :GLOFMNTB-G-GEN-NM
028600            AND G_FILE_STAT_CD = 'S'
028700     END-EXEC.
028800     IF SQLCODE NOT = 0
028900         GO TO 9999-SQL-ERROR
029000     END-IF.
029100     EXEC SQL COMMIT END-EXEC.
029200     IF AK-ACCEPTED
029300         ADD 1 TO WB-0033-ACCEPT-CNT
029400         MOVE 'ACCEPTED  '       TO RL-0033-D-DISP
029500     ELSE
029600         ADD 1 TO WB-0033-RCV-REJ-CNT
029700         MOVE 'RCVR REJ  '       TO RL-0033-D-DISP
029800         MOVE AK-RSN-TX          TO RL-0033-D-NOTE
029900     END-IF.
030000*    THE RECEIVER'S OWN COUNT, WHEN IT SENDS ONE, MUST TIE TO
030100*    WHAT WAS REGISTERED.
030200     IF AK-RCV-CNT-TX NUMERIC
030300        AND AK-RCV-CNT NOT = GLOFMNTB-G-REC-CNT
030400         ADD 1 TO WB-0033-CNT-DIFF-CNT
030500         MOVE '*** RECEIVER COUNT DIFFERS ***'
030600                                 TO RL-0033-D-NOTE
030700     END-IF.
030800     WRITE RPTB033-REC FROM RL-0033-DETAIL
030900         AFTER ADVANCING 1 LINE.
031000 4000-APPLY-EXIT.
031100     EXIT.
031200*****************************************************************
031300*    8000-FINALIZE                                              *
031400*****************************************************************
031500 8000-FINALIZE.
031600     MOVE 'ACKNOWLEDGMENTS READ' TO RL-0033-C-LABEL.
031700     MOVE WB-0033-READ-CNT       TO RL-0033-C-CNT.
031800     WRITE RPTB033-REC FROM RL-0033-COUNT-LINE
031900         AFTER ADVANCING 2 LINES.
032000     MOVE 'ACCEPTED BY RECEIVER' TO RL-0033-C-LABEL.
032100     MOVE WB-0033-ACCEPT-CNT     TO RL-0033-C-CNT.
032200     WRITE RPTB033-REC FROM RL-0033-COUNT-LINE
032300         AFTER ADVANCING 1 LINE.
032400     MOVE 'REJECTED BY RECEIVER' TO RL-0033-C-LABEL.
032500     MOVE WB-0033-RCV-REJ-CNT    TO RL-0033-C-CNT.
032600     WRITE RPTB033-REC FROM RL-0033-COUNT-LINE
032700         AFTER ADVANCING 1 LINE.
032800     MOVE 'RECEIVER COUNT DIFFERS' TO RL-0033-C-LABEL.
032900     MOVE WB-0033-CNT-DIFF-CNT   TO RL-0033-C-CNT.
033000     WRITE RPTB033-REC FROM RL-0033-COUNT-LINE
033100         AFTER ADVANCING 1 LINE.
033200     MOVE 'NOT APPLIED'          TO RL-0033-C-LABEL.
033300     MOVE WB-0033-REJECT-CNT     TO RL-0033-C-CNT.
033400     WRITE RPTB033-REC FROM RL-0033-COUNT-LINE
033500         AFTER ADVANCING 1 LINE.
033600     IF WB-0033-REJECT-CNT   > ZERO
033700        OR WB-0033-RCV-REJ-CNT  > ZERO
033800        OR WB-0033-CNT-DIFF-CNT > ZERO
033900         MOVE 4 TO RETURN-CODE
034000     END-IF.
034100     CLOSE ACKIN-FILE RPTB033-FILE.
034200 8000-FINALIZE-EXIT.
034300     EXIT.
034400*****************************************************************
034500*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
034600*****************************************************************
034700 9999-SQL-ERROR.
034800     DISPLAY 'PDDB0033 - SQL ERROR ON G_OUT_FILE_MNFST_TB'.
034900     DISPLAY 'SQLCODE = ' SQLCODE.
035000     EXEC SQL ROLLBACK END-EXEC.
035100     MOVE 16 TO RETURN-CODE.
035200     CLOSE ACKIN-FILE RPTB033-FILE.
035300     GOBACK.
