000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0024.
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
001300*  10/15/26  ACS   NEW PROGRAM.  IRS TIN MATCHING RESULT LOAD. *
001400*                  READS THE BULK TIN MATCHING RESULT FILE -   *
001500*                  EACH REQUEST RECORD (TIN TYPE; TIN; NAME;   *
001600*                  ACCOUNT NUMBER, WHICH IS OUR PAYEE ID) WITH *
001700*                  THE IRS MATCH INDICATOR APPENDED - AND      *
001800*                  POSTS THE INDICATOR AND DATE TO THE PAYEE'S *
001900*                  C_PAYEE_BANK_TB ROW FOR THE 1099 PRE-FILING *
002000*                  EDIT (PDDB0025).  A RESULT FOR A TIN NO     *
002100*                  LONGER ON THE PAYEE IS STALE AND REJECTED.  *
002200*                  UNUSABLE RECORDS GO TO THE ERROR FILE WITH  *
002300*                  A REASON PREFIX, AND THE COUNTS REPORT      *
002400*                  PROVES INPUT = POSTED + REJECTED.           *
002420*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002440*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002460*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
002480*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
002500*                                                              *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT TINMTCH-FILE ASSIGN TO TINMTCH
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT TINERR-FILE ASSIGN TO TINERR
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT RPTB024-FILE ASSIGN TO RPTB024
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000*****************************************************************
004100*  DATA DIVISION                                                *
004200*****************************************************************
004300 DATA DIVISION.
004400 FILE SECTION.
004500*    SEMICOLON-DELIMITED, AS THE IRS RETURNS IT.
004600 FD  TINMTCH-FILE.
004700 01  TM-RESULT-REC                   PIC X(00100).
004800 FD  TINERR-FILE.
004900 01  TE-ERROR-REC.
005000     05  TE-REASON-TX                PIC X(00030).
005100     05  TE-RESULT-IMAGE             PIC X(00100).
005200 FD  RPTB024-FILE
005300     RECORDING MODE IS F.
005400 01  RPTB024-REC                     PIC X(00133).
005500*****************************************************************
005600*  WORKING-STORAGE SECTION                                     *
005700*****************************************************************
005800 WORKING-STORAGE SECTION.
005900 77  WB-0024-EOF-SW                  PIC X(00001) VALUE 'N'.
006000     88  WB-0024-EOF                 VALUE 'Y'.
006100 77  WB-0024-REJECT-SW               PIC X(00001) VALUE 'N'.
006200     88  WB-0024-REJECTED            VALUE 'Y'.
006300 77  WB-0024-FLD-CNT                 PIC S9(00004) COMP
006400                                     VALUE ZERO.
006500 77  WB-0024-READ-CNT                PIC S9(00009) COMP-3
006600                                     VALUE ZERO.
006700 77  WB-0024-POST-CNT                PIC S9(00009) COMP-3
006800                                     VALUE ZERO.
006900 77  WB-0024-MATCH-CNT               PIC S9(00009) COMP-3
007000                                     VALUE ZERO.
007100 77  WB-0024-MISMATCH-CNT            PIC S9(00009) COMP-3
007200                                     VALUE ZERO.
007300 77  WB-0024-UNVER-CNT               PIC S9(00009) COMP-3
007400                                     VALUE ZERO.
007500 77  WB-0024-REJ-CNT                 PIC S9(00009) COMP-3
007600                                     VALUE ZERO.
007700 77  WB-0024-COMMIT-CNT              PIC S9(00004) COMP
007800                                     VALUE ZERO.
007900 77  WB-0024-COMMIT-LIMIT            PIC S9(00004) COMP
008000                                     VALUE +500.
008100*    THE RESULT RECORD, SPLIT AT THE SEMICOLONS.
008200 01  WB-0024-RESULT.
008300     05  WB-0024-TIN-TY              PIC X(00001).
008400     05  WB-0024-TIN                 PIC X(00009).
008500     05  WB-0024-NAM                 PIC X(00040).
008600     05  WB-0024-ACCT                PIC X(00020).
008700     05  WB-0024-IND                 PIC X(00001).
008800         88  WB-0024-IND-VALID       VALUE '0' THRU '8'.
008900         88  WB-0024-IND-MATCHED     VALUE '0' '6' '7' '8'.
009000         88  WB-0024-IND-MISMATCH    VALUE '1' '2' '3'.
009033*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
009066     COPY WKC90040.
009100*****************************************************************
009200*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
009300*****************************************************************
009400     EXEC SQL INCLUDE SQLCA END-EXEC.
009500     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
009600     COPY CLPBNKTB.
009700 01  WH-0024-HOST-VARS.
009800     05  WH-0024-RUN-DT              PIC X(00010).
009900     EXEC SQL END DECLARE SECTION END-EXEC.
010000*****************************************************************
010100*  REPORT LINE LAYOUTS                                         *
010200*****************************************************************
010300 01  RL-0024-HDG1.
010400     05  FILLER                      PIC X(00001) VALUE SPACE.
010500     05  FILLER                      PIC X(00050) VALUE
010600         'PDDB0024 - IRS TIN MATCHING RESULT LOAD'.
010700     05  FILLER                      PIC X(00004) VALUE 'RUN '.
010800     05  RL-0024-H1-RUN              PIC X(00010).
010900 01  RL-0024-COUNT-LINE.
011000     05  FILLER                      PIC X(00001) VALUE SPACE.
011100     05  RL-0024-C-LABEL             PIC X(00030).
011200     05  RL-0024-C-CNT               PIC ZZZ,ZZZ,ZZ9.
011300 01  RL-0024-BAL-LINE.
011400     05  FILLER                      PIC X(00001) VALUE SPACE.
011500     05  RL-0024-B-TX                PIC X(00060).
011600*****************************************************************
011700*  PROCEDURE DIVISION                                          *
011800*****************************************************************
011900 PROCEDURE DIVISION.
012000 0000-MAINLINE.
012100     PERFORM 1000-INITIALIZE
012200         THRU 1000-INITIALIZE-EXIT.
012300     PERFORM 2000-ONE-RECORD
012400         THRU 2000-ONE-RECORD-EXIT
012500         UNTIL WB-0024-EOF.
012600     PERFORM 8000-FINALIZE
012700         THRU 8000-FINALIZE-EXIT.
012800     GOBACK.
012900*****************************************************************
013000*    1000-INITIALIZE                                            *
013100*****************************************************************
013200 1000-INITIALIZE.
013211     MOVE 'PDDB0024'             TO WK-9004-PGM-ID.
013222     MOVE SPACES                 TO WK-9004-OVRD-DT.
013233     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
013244     IF WK-9004-NO-BUS-DT
013255         DISPLAY 'PDDB0024 - NO BUSINESS PROCESSING DATE'
013266         MOVE 16 TO RETURN-CODE
013277         GOBACK
013288     END-IF.
013300     OPEN INPUT  TINMTCH-FILE.
013400     OPEN OUTPUT TINERR-FILE RPTB024-FILE.
013850     MOVE WK-9004-BUS-DT         TO WH-0024-RUN-DT.
014300     MOVE WH-0024-RUN-DT         TO RL-0024-H1-RUN.
014400     WRITE RPTB024-REC FROM RL-0024-HDG1
014500         BEFORE ADVANCING TO-NEW-PAGE.
014600     PERFORM 2100-READ-NEXT
014700         THRU 2100-READ-NEXT-EXIT.
014800 1000-INITIALIZE-EXIT.
014900     EXIT.
015000*****************************************************************
015100*    2000-ONE-RECORD - VALIDATE, THEN POST OR REJECT            *
015200*****************************************************************
015300 2000-ONE-RECORD.
015400     MOVE 'N' TO WB-0024-REJECT-SW.
015500     PERFORM 3000-VALIDATE-RECORD
015600         THRU 3000-VALIDATE-RECORD-EXIT.
015700     IF NOT WB-0024-REJECTED
015800         PERFORM 4000-POST-RESULT
015900             THRU 4000-POST-RESULT-EXIT
016000     END-IF.
016100     PERFORM 2100-READ-NEXT
016200         THRU 2100-READ-NEXT-EXIT.
016300 2000-ONE-RECORD-EXIT.
016400     EXIT.
016500*****************************************************************
016600*    2100-READ-NEXT                                             *
016700*****************************************************************
016800 2100-READ-NEXT.
016900     READ TINMTCH-FILE
017000         AT END SET WB-0024-EOF TO TRUE
017100         NOT AT END ADD 1 TO WB-0024-READ-CNT
017200     END-READ.
017300 2100-READ-NEXT-EXIT.
017400     EXIT.
017500*****************************************************************
017600*    3000-VALIDATE-RECORD - FIVE FIELDS, A KNOWN INDICATOR, A   *
017700*    PAYEE ON FILE STILL CARRYING THE TIN THAT WAS CHECKED.     *
017800*    FIRST FAILURE WINS.                                        *
017900*****************************************************************
018000 3000-VALIDATE-RECORD.
018100     MOVE SPACES                 TO WB-0024-RESULT.
018200     MOVE ZERO                   TO WB-0024-FLD-CNT.
018300     UNSTRING TM-RESULT-REC DELIMITED BY ';'
018400         INTO WB-0024-TIN-TY WB-0024-TIN WB-0024-NAM
018500              WB-0024-ACCT WB-0024-IND
018600         TALLYING IN WB-0024-FLD-CNT
018700     END-UNSTRING.
018800     IF WB-0024-FLD-CNT < 5
018900         MOVE 'FEWER THAN FIVE FIELDS' TO TE-REASON-TX
019000         PERFORM 3900-REJECT-RECORD
019100             THRU 3900-REJECT-RECORD-EXIT
019200         GO TO 3000-VALIDATE-RECORD-EXIT
019300     END-IF.
019400     IF NOT WB-0024-IND-VALID
019500         MOVE 'MATCH INDICATOR INVALID' TO TE-REASON-TX
019600         PERFORM 3900-REJECT-RECORD
019700             THRU 3900-REJECT-RECORD-EXIT
019800         GO TO 3000-VALIDATE-RECORD-EXIT
019900     END-IF.
020000     IF WB-0024-ACCT = SPACES
020100         MOVE 'ACCOUNT (PAYEE ID) MISSING' TO TE-REASON-TX
020200         PERFORM 3900-REJECT-RECORD
020300             THRU 3900-REJECT-RECORD-EXIT
020400         GO TO 3000-VALIDATE-RECORD-EXIT
020500     END-IF.
020600     MOVE WB-0024-ACCT           TO CLPBNKTB-C-PAYEE-ID.
020700     EXEC SQL
020800         SELECT C_TIN_NUM
020900           INTO :CLPBNKTB-C-TIN-NUM
021000           FROM C_PAYEE_BANK_TB
021100          WHERE C_PAYEE_ID = :CLPBNKTB-C-PAYEE-ID
021200     END-EXEC.
021300     EVALUATE SQLCODE
021400       WHEN 0
021500         CONTINUE
021600       WHEN 100
021700         MOVE 'PAYEE NOT ON FILE' TO TE-REASON-TX
021800         PERFORM 3900-REJECT-RECORD
021900             THRU 3900-REJECT-RECORD-EXIT
022000         GO TO 3000-VALIDATE-RECORD-EXIT
022100       WHEN OTHER
022200         GO TO 9999-SQL-ERROR
022300     END-EVALUATE.
022400     IF CLPBNKTB-C-TIN-NUM NOT = WB-0024-TIN
022500         MOVE 'TIN CHANGED SINCE REQUEST' TO TE-REASON-TX
022600         PERFORM 3900-REJECT-RECORD
022700             THRU 3900-REJECT-RECORD-EXIT
022800     END-IF.
022900 3000-VALIDATE-RECORD-EXIT.
023000     EXIT.
023100*****************************************************************
023200*    3900-REJECT-RECORD                                         *
023300*****************************************************************
023400 3900-REJECT-RECORD.
023500     SET WB-0024-REJECTED TO TRUE.
023600     MOVE TM-RESULT-REC TO TE-RESULT-IMAGE.
023700     WRITE TE-ERROR-REC.
023800     ADD 1 TO WB-0024-REJ-CNT.
023900 3900-REJECT-RECORD-EXIT.
024000     EXIT.
024100*****************************************************************
024200*    4000-POST-RESULT - INDICATOR AND DATE ONTO THE PAYEE       *
024300*****************************************************************
024400 4000-POST-RESULT.
024500     MOVE WB-0024-IND            TO CLPBNKTB-C-TIN-MATCH-CD.
024600     EXEC SQL
024700         UPDATE C_PAYEE_BANK_TB
024800            SET C_TIN_MATCH_CD = :CLPBNKTB-C-TIN-MATCH-CD,
024900                C_TIN_MATCH_DT = :WH-0024-RUN-DT,
025000                C_UPD_USER_ID  = 'PDDB0024',
025100                C_UPD_TS       = TO_CHAR(CURRENT_TIMESTAMP,
025200                         'YYYY-MM-DD-HH24.MI.SS.FF6')
025300          WHERE C_PAYEE_ID     = :CLPBNKTB-C-PAYEE-ID
025400     END-EXEC.
025500     IF SQLCODE NOT = 0
025600         GO TO 9999-SQL-ERROR
025700     END-IF.
025800     ADD 1 TO WB-0024-POST-CNT.
025900     EVALUATE TRUE
026000       WHEN WB-0024-IND-MATCHED
026100         ADD 1 TO WB-0024-MATCH-CNT
026200       WHEN WB-0024-IND-MISMATCH
026300         ADD 1 TO WB-0024-MISMATCH-CNT
026400       WHEN OTHER
026500         ADD 1 TO WB-0024-UNVER-CNT
026600     END-EVALUATE.
026700     ADD 1 TO WB-0024-COMMIT-CNT.
026800     IF WB-0024-COMMIT-CNT NOT < WB-0024-COMMIT-LIMIT
026900         EXEC SQL COMMIT END-EXEC
027000         MOVE ZERO TO WB-0024-COMMIT-CNT
027100     END-IF.
027200 4000-POST-RESULT-EXIT.
027300     EXIT.
027400*****************************************************************
027500*    8000-FINALIZE - COUNTS REPORT: INPUT = POSTED + REJECTED   *
027600*****************************************************************
027700 8000-FINALIZE.
027800     EXEC SQL COMMIT END-EXEC.
027900     MOVE 'RECORDS READ'         TO RL-0024-C-LABEL.
028000     MOVE WB-0024-READ-CNT       TO RL-0024-C-CNT.
028100     WRITE RPTB024-REC FROM RL-0024-COUNT-LINE
028200         AFTER ADVANCING 2 LINES.
028300     MOVE 'RESULTS POSTED'       TO RL-0024-C-LABEL.
028400     MOVE WB-0024-POST-CNT       TO RL-0024-C-CNT.
028500     WRITE RPTB024-REC FROM RL-0024-COUNT-LINE
028600         AFTER ADVANCING 1 LINE.
028700     MOVE '  TIN AND NAME MATCHED'
028800                                 TO RL-0024-C-LABEL.
028900     MOVE WB-0024-MATCH-CNT      TO RL-0024-C-CNT.
029000     WRITE RPTB024-REC FROM RL-0024-COUNT-LINE
029100         AFTER ADVANCING 1 LINE.
029200     MOVE '  MISMATCHED OR NOT ISSUED'
029300                                 TO RL-0024-C-LABEL.
029400     MOVE WB-0024-MISMATCH-CNT   TO RL-0024-C-CNT.
029500     WRITE RPTB024-REC FROM RL-0024-COUNT-LINE
029600         AFTER ADVANCING 1 LINE.
029700     MOVE '  NOT VERIFIED BY THE IRS'
029800                                 TO RL-0024-C-LABEL.
029900     MOVE WB-0024-UNVER-CNT      TO RL-0024-C-CNT.
030000     WRITE RPTB024-REC FROM RL-0024-COUNT-LINE
030100         AFTER ADVANCING 1 LINE.
030200     MOVE 'RECORDS REJECTED'     TO RL-0024-C-LABEL.
030300     MOVE WB-0024-REJ-CNT        TO RL-0024-C-CNT.
030400     WRITE RPTB024-REC FROM RL-0024-COUNT-LINE
030500         AFTER ADVANCING 1 LINE.
030600     IF WB-0024-READ-CNT = WB-0024-POST-CNT + WB-0024-REJ-CNT
030700         MOVE 'BALANCED - INPUT = POSTED + REJECTED'
030800                                 TO RL-0024-B-TX
030900     ELSE
031000         MOVE '*** OUT OF BALANCE - INVESTIGATE BEFORE RERUN ***'
031100                                 TO RL-0024-B-TX
031200         MOVE 8 TO RETURN-CODE
031300     END-IF.
031400     WRITE RPTB024-REC FROM RL-0024-BAL-LINE
031500         AFTER ADVANCING 2 LINES.
031600     CLOSE TINMTCH-FILE TINERR-FILE RPTB024-FILE.
031700 8000-FINALIZE-EXIT.
031800     EXIT.
031900*****************************************************************
032000*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
032100*****************************************************************
032200 9999-SQL-ERROR.
032300     DISPLAY 'PDDB0024 - SQL ERROR ON C_PAYEE_BANK_TB'.
032400     DISPLAY 'SQLCODE = ' SQLCODE.
032500     EXEC SQL ROLLBACK END-EXEC.
032600     MOVE 16 TO RETURN-CODE.
032700     CLOSE TINMTCH-FILE TINERR-FILE RPTB024-FILE.
032800     GOBACK.
