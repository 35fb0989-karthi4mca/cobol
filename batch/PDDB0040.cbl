000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0040.
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
001300*  10/15/26  ACS   NEW PROGRAM.  CARE-MANAGEMENT REFERRAL      *
001400*                  RETURN LOADER.  READS THE VENDOR'S RESPONSE *
001500*                  FILE, ONE RECORD PER REFERRAL, AND MARKS    *
001600*                  THE REFERRAL ON C_CM_RFRL_TB ACCEPTED ('A') *
001700*                  OR DECLINED ('D') WITH THE VENDOR'S REASON  *
001800*                  AND RESPONSE DATE.  ONLY A REFERRAL STILL   *
001900*                  AWAITING A RESPONSE CAN BE ANSWERED.  ANY   *
002000*                  REJECTED RECORD ENDS THE STEP RC 4.         *
002100*                                                              *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.   IBM-370.
002600 OBJECT-COMPUTER.   IBM-370.
002700 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CMRFRTN-FILE ASSIGN TO CMRFRTN
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200     SELECT RPTB040-FILE ASSIGN TO RPTB040
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400*****************************************************************
003500*  DATA DIVISION                                                *
003600*****************************************************************
003700 DATA DIVISION.
003800 FILE SECTION.
003900*    MEMBER SYSTEM ID AND REFERRAL DATE AS SENT ON CMRFOUT;
004000*    A(CCEPTED) OR D(ECLINED); THE VENDOR'S REASON CODE AND
004100*    TEXT; THE DATE THE VENDOR DECIDED.
004200 FD  CMRFRTN-FILE.
004300 01  CT-RESP-REC.
004400     05  CT-MBR-SYS-ID-TX            PIC X(00009).
004500     05  CT-MBR-SYS-ID REDEFINES CT-MBR-SYS-ID-TX
004600                                     PIC 9(00009).
004700     05  FILLER                      PIC X(00001).
004800     05  CT-RFRL-DT                  PIC X(00010).
004900     05  FILLER                      PIC X(00001).
005000     05  CT-RESP-CD                  PIC X(00001).
005100         88  CT-ACCEPTED             VALUE 'A'.
005200         88  CT-DECLINED             VALUE 'D'.
005300     05  FILLER                      PIC X(00001).
005400     05  CT-RSN-CD                   PIC X(00004).
005500     05  FILLER                      PIC X(00001).
005600     05  CT-RSN-TX                   PIC X(00040).
005700     05  FILLER                      PIC X(00001).
005800     05  CT-RESP-DT                  PIC X(00010).
005900     05  FILLER                      PIC X(00001).
006000 FD  RPTB040-FILE
006100     RECORDING MODE IS F.
006200 01  RPTB040-REC                     PIC X(00133).
006300*****************************************************************
006400*  WORKING-STORAGE SECTION                                     *
006500*****************************************************************
006600 WORKING-STORAGE SECTION.
006700 77  WB-0040-EOF-SW                  PIC X(00001) VALUE 'N'.
006800     88  WB-0040-EOF                 VALUE 'Y'.
006900 77  WB-0040-READ-CNT                PIC S9(00009) COMP-3
007000                                     VALUE ZERO.
007100 77  WB-0040-ACCEPT-CNT              PIC S9(00009) COMP-3
007200                                     VALUE ZERO.
007300 77  WB-0040-DECLINE-CNT             PIC S9(00009) COMP-3
007400                                     VALUE ZERO.
007500 77  WB-0040-REJECT-CNT              PIC S9(00009) COMP-3
007600                                     VALUE ZERO.
007700*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
007800     COPY WKC90040.
007900*****************************************************************
008000*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
008100*****************************************************************
008200     EXEC SQL INCLUDE SQLCA END-EXEC.
008300     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
008400     COPY CLCMRFTB.
008500     EXEC SQL END DECLARE SECTION END-EXEC.
008600*****************************************************************
008700*  REPORT LINE LAYOUTS                                         *
008800*****************************************************************
008900 01  RL-0040-HDG1.
009000     05  FILLER                      PIC X(00001) VALUE SPACE.
009100     05  FILLER                      PIC X(00050) VALUE
009200         'PDDB0040 - CARE-MANAGEMENT REFERRAL RESPONSES'.
009300     05  FILLER                      PIC X(00016)
009400                                     VALUE 'BUSINESS DATE '.
009500     05  RL-0040-H-BUS-DT            PIC X(00010).
009600 01  RL-0040-HDG2.
009700     05  FILLER                      PIC X(00001) VALUE SPACE.
009800     05  FILLER                      PIC X(00040) VALUE
009900         'RESULT     MEMBER    REFERRED   R RSN  R'.
010000     05  FILLER                      PIC X(00040) VALUE
010100         'ESPONDED  NOTE                          '.
010200 01  RL-0040-DETAIL.
010300     05  FILLER                      PIC X(00001) VALUE SPACE.
010400     05  RL-0040-D-DISP              PIC X(00010).
010500     05  FILLER                      PIC X(00001) VALUE SPACE.
010600     05  RL-0040-D-SYS-ID            PIC X(00009).
010700     05  FILLER                      PIC X(00001) VALUE SPACE.
010800     05  RL-0040-D-RFRL-DT           PIC X(00010).
010900     05  FILLER                      PIC X(00001) VALUE SPACE.
011000     05  RL-0040-D-RESP-CD           PIC X(00001).
011100     05  FILLER                      PIC X(00001) VALUE SPACE.
011200     05  RL-0040-D-RSN-CD            PIC X(00004).
011300     05  FILLER                      PIC X(00001) VALUE SPACE.
011400     05  RL-0040-D-RESP-DT           PIC X(00010).
011500     05  FILLER                      PIC X(00001) VALUE SPACE.
011600     05  RL-0040-D-NOTE              PIC X(00040).
011700 01  RL-0040-COUNT-LINE.
011800     05  FILLER                      PIC X(00001) VALUE SPACE.
011900     05  RL-0040-C-LABEL             PIC X(00034).
012000     05  RL-0040-C-CNT               PIC ZZZ,ZZZ,ZZ9.
012100*****************************************************************
012200*  PROCEDURE DIVISION                                          *
012300*****************************************************************
012400 PROCEDURE DIVISION.
012500 0000-MAINLINE.
012600     PERFORM 1000-INITIALIZE
012700         THRU 1000-INITIALIZE-EXIT.
012800     PERFORM 2000-ONE-RESPONSE
012900         THRU 2000-ONE-RESPONSE-EXIT
013000         UNTIL WB-0040-EOF.
013100     PERFORM 8000-FINALIZE
013200         THRU 8000-FINALIZE-EXIT.
013300     GOBACK.
013400*****************************************************************
013500*    1000-INITIALIZE                                            *
013600*****************************************************************
013700 1000-INITIALIZE.
013800     MOVE 'PDDB0040'             TO WK-9004-PGM-ID.
013900     MOVE SPACES                 TO WK-9004-OVRD-DT.
014000     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
014100     IF WK-9004-NO-BUS-DT
014200         DISPLAY 'PDDB0040 - NO BUSINESS PROCESSING DATE'
014300         MOVE 16 TO RETURN-CODE
014400         GOBACK
014500     END-IF.
014600     OPEN INPUT  CMRFRTN-FILE.
014700     OPEN OUTPUT RPTB040-FILE.
014800     MOVE WK-9004-BUS-DT         TO RL-0040-H-BUS-DT.
014900     WRITE RPTB040-REC FROM RL-0040-HDG1
015000         BEFORE ADVANCING TO-NEW-PAGE.
015100     WRITE RPTB040-REC FROM RL-0040-HDG2
015200         AFTER ADVANCING 2 LINES.
015300     PERFORM 2100-READ-NEXT
015400         THRU 2100-READ-NEXT-EXIT.
015500 1000-INITIALIZE-EXIT.
015600     EXIT.
015700*****************************************************************
015800*    2000-ONE-RESPONSE                                          *
015900*****************************************************************
016000 2000-ONE-RESPONSE.
016100     PERFORM 2200-EDIT-AND-APPLY
016200         THRU 2200-EDIT-AND-APPLY-EXIT.
016300     PERFORM 2100-READ-NEXT
016400         THRU 2100-READ-NEXT-EXIT.
016500 2000-ONE-RESPONSE-EXIT.
016600     EXIT.
016700*****************************************************************
016800*    2100-READ-NEXT                                             *
016900*****************************************************************
017000 2100-READ-NEXT.
017100     READ CMRFRTN-FILE
017200         AT END SET WB-0040-EOF TO TRUE
017300         NOT AT END ADD 1 TO WB-0040-READ-CNT
017400     END-READ.
017500 2100-READ-NEXT-EXIT.
017600     EXIT.
017700*****************************************************************
017800*    2200-EDIT-AND-APPLY - PARSE, FIND THE REFERRAL, IT MUST BE *
017900*    STILL AWAITING A RESPONSE, THEN MARK IT                    *
018000*****************************************************************
018100 2200-EDIT-AND-APPLY.
018200     MOVE SPACES                 TO RL-0040-DETAIL.
018300     MOVE CT-MBR-SYS-ID-TX       TO RL-0040-D-SYS-ID.
018400     MOVE CT-RFRL-DT             TO RL-0040-D-RFRL-DT.
018500     MOVE CT-RESP-CD             TO RL-0040-D-RESP-CD.
018600     MOVE CT-RSN-CD              TO RL-0040-D-RSN-CD.
018700     MOVE CT-RESP-DT             TO RL-0040-D-RESP-DT.
018800     IF (NOT CT-ACCEPTED AND NOT CT-DECLINED)
018900      OR CT-MBR-SYS-ID-TX NOT NUMERIC
019000      OR CT-RFRL-DT = SPACES
019100      OR CT-RESP-DT = SPACES
019200         MOVE 'UNPARSEABLE RECORD' TO RL-0040-D-NOTE
019300         PERFORM 3900-REJECT
019400             THRU 3900-REJECT-EXIT
019500         GO TO 2200-EDIT-AND-APPLY-EXIT
019600     END-IF.
019700     MOVE CT-MBR-SYS-ID          TO CLCMRFTB-B-SYS-ID.
019800     MOVE CT-RFRL-DT             TO CLCMRFTB-C-RFRL-DT.
019900     EXEC SQL
020000         SELECT R_CUST_PART_NUM, C_RFRL_STAT_CD
020100           INTO :CLCMRFTB-R-CUST-PART-NUM,
020200                :CLCMRFTB-C-RFRL-STAT-CD
020300           FROM C_CM_RFRL_TB
020400          WHERE B_SYS_ID  = :CLCMRFTB-B-SYS-ID
020500            AND C_RFRL_DT = :CLCMRFTB-C-RFRL-DT
020600            AND ROWNUM = 1
020700     END-EXEC.
020800     EVALUATE SQLCODE
020900       WHEN 0
021000         CONTINUE
021100       WHEN 100
021200         MOVE 'NO SUCH REFERRAL' TO RL-0040-D-NOTE
021300         PERFORM 3900-REJECT
021400             THRU 3900-REJECT-EXIT
021500         GO TO 2200-EDIT-AND-APPLY-EXIT
021600       WHEN OTHER
021700         GO TO 9999-SQL-ERROR
021800     END-EVALUATE.
021900     IF NOT CLCMRFTB-C-RFRL-SENT
022000         MOVE 'ALREADY ANSWERED'  TO RL-0040-D-NOTE
022100         PERFORM 3900-REJECT
022200             THRU 3900-REJECT-EXIT
022300         GO TO 2200-EDIT-AND-APPLY-EXIT
022400     END-IF.
022500     PERFORM 4000-APPLY
022600         THRU 4000-APPLY-EXIT.
022700 2200-EDIT-AND-APPLY-EXIT.
022800     EXIT.
022900*****************************************************************
023000*    3900-REJECT - COMMON REJECT-LINE OUTPUT                    *
023100*****************************************************************
023200 3900-REJECT.
023300     ADD 1 TO WB-0040-REJECT-CNT.
023400     MOVE 'REJECTED  '           TO RL-0040-D-DISP.
023500     WRITE RPTB040-REC FROM RL-0040-DETAIL
023600         AFTER ADVANCING 1 LINE.
023700 3900-REJECT-EXIT.
023800     EXIT.
023900*****************************************************************
024000*    4000-APPLY - ONE UNIT OF WORK PER RESPONSE                 *
024100*****************************************************************
024200 4000-APPLY.
024300     MOVE CT-RESP-CD             TO CLCMRFTB-C-RFRL-STAT-CD.
024400     MOVE CT-RSN-CD              TO CLCMRFTB-C-VNDR-RSN-CD.
024500     MOVE CT-RSN-TX              TO CLCMRFTB-C-VNDR-RSN-TX.
024600     MOVE CT-RESP-DT             TO CLCMRFTB-C-VNDR-RESP-DT.
024700     EXEC SQL
024800         UPDATE C_CM_RFRL_TB
024900            SET C_RFRL_STAT_CD = :CLCMRFTB-C-RFRL-STAT-CD,
025000                C_VNDR_RSN_CD  = :CLCMRFTB-C-VNDR-RSN-CD,
025100                C_VNDR_RSN_TX  = :CLCMRFTB-C-VNDR-RSN-TX,
025200                C_VNDR_RESP_DT = :CLCMRFTB-C-VNDR-RESP-DT,
025300                B_UPD_TS       = TO_CHAR(CURRENT_TIMESTAMP,
025400                                 'YYYY-MM-DD-HH24.MI.SS.FF6')
025500          WHERE R_CUST_PART_NUM = :CLCMRFTB-R-CUST-PART-NUM
025600            AND B_SYS_ID        = :CLCMRFTB-B-SYS-ID
025700            AND C_RFRL_DT       = :CLCMRFTB-C-RFRL-DT
025800            AND C_RFRL_STAT_CD  = 'S'
025900     END-EXEC.
026000     IF SQLCODE NOT = 0
026100         GO TO 9999-SQL-ERROR
026200     END-IF.
026300     EXEC SQL COMMIT END-EXEC.
026400     IF CT-ACCEPTED
026500         ADD 1 TO WB-0040-ACCEPT-CNT
026600         MOVE 'ACCEPTED  '       TO RL-0040-D-DISP
026700     ELSE
026800         ADD 1 TO WB-0040-DECLINE-CNT
026900         MOVE 'DECLINED  '       TO RL-0040-D-DISP
027000     END-IF.
027100     MOVE CT-RSN-TX              TO RL-0040-D-NOTE.
027200     WRITE RPTB040-REC FROM RL-0040-DETAIL
027300         AFTER ADVANCING 1 LINE.
027400 4000-APPLY-EXIT.
027500     EXIT.
027600*****************************************************************
027700*    8000-FINALIZE                                              *
027800*****************************************************************
027900 8000-FINALIZE.
028000     MOVE 'RESPONSES READ'       TO RL-0040-C-LABEL.
028100     MOVE WB-0040-READ-CNT       TO RL-0040-C-CNT.
028200     WRITE RPTB040-REC FROM RL-0040-COUNT-LINE
028300         AFTER ADVANCING 2 LINES.
028400     MOVE 'ACCEPTED BY VENDOR'   TO RL-0040-C-LABEL.
028500     MOVE WB-0040-ACCEPT-CNT     TO RL-0040-C-CNT.
028600     WRITE RPTB040-REC FROM RL-0040-COUNT-LINE
028700         AFTER ADVANCING 1 LINE.
028800     MOVE 'DECLINED BY VENDOR'   TO RL-0040-C-LABEL.
028900     MOVE WB-0040-DECLINE-CNT    TO RL-0040-C-CNT.
029000     WRITE RPTB040-REC FROM RL-0040-COUNT-LINE
029100         AFTER ADVANCING 1 LINE.
029200     MOVE 'NOT APPLIED'          TO RL-0040-C-LABEL.
029300     MOVE WB-0040-REJECT-CNT     TO RL-0040-C-CNT.
029400     WRITE RPTB040-REC FROM RL-0040-COUNT-LINE
029500         AFTER ADVANCING 1 LINE.
029600     IF WB-0040-REJECT-CNT > ZERO
029700         MOVE 4 TO RETURN-CODE
029800     END-IF.
029900     CLOSE CMRFRTN-FILE RPTB040-FILE.
030000 8000-FINALIZE-EXIT.
030100     EXIT.
030200*****************************************************************
030300*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
030400*****************************************************************
030500 9999-SQL-ERROR.
030600     DISPLAY 'PDDB0040 - SQL ERROR ON C_CM_RFRL_TB'.
030700     DISPLAY 'SQLCODE = ' SQLCODE.
030800     EXEC SQL ROLLBACK END-EXEC.
030900     MOVE 16 TO RETURN-CODE.
031000     CLOSE CMRFRTN-FILE RPTB040-FILE.
031100     GOBACK.
