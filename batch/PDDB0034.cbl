000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0034.
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
001300*  10/15/26  ACS   NEW PROGRAM.  PART D PDE RETURN-FILE        *
001400*                  LOADER.  READS THE CMS RETURN FOR THE PDE   *
001500*                  FILE SENT BY PDDR0044, ONE RECORD PER PDE,  *
001600*                  MATCHES EACH BACK TO ITS SUBMISSION ON      *
001700*                  C_PDE_SUBM_TB, ITS CLAIM ON C_LI_DRUG_TB    *
001800*                  AND ITS C_LI_BENE_STG_TB ROWS, AND STORES   *
001900*                  THE DISPOSITION.  A REJECTED PDE KEEPS ITS  *
002000*                  CMS ERROR CODES ON C_PDE_ERR_TB AND STAYS   *
002100*                  OPEN (PDDR0074) UNTIL A CORRECTED VERSION   *
002200*                  IS ACCEPTED; THE NEXT PDDR0044 RUN SENDS    *
002300*                  THE CORRECTIONS.  ANY RECORD NOT APPLIED    *
002400*                  ENDS THE STEP RC 4.                         *
002500*                                                              *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PDERTN-FILE ASSIGN TO PDERTN
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT RPTB034-FILE ASSIGN TO RPTB034
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800*****************************************************************
003900*  DATA DIVISION                                                *
004000*****************************************************************
004100 DATA DIVISION.
004200 FILE SECTION.
004300*    THE PDE AS SENT (TCN, MEMBER, NDC, SERVICE DATE, ADJUSTMENT/
004400*    DELETE CODE), THEN THE CMS DISPOSITION - A ACCEPTED OR R
004500*    REJECTED - AND UP TO TEN CMS ERROR CODES.
004600 FD  PDERTN-FILE.
004700 01  RT-RTN-REC.
004800     05  RT-TCN-TX                   PIC X(00017).
004900     05  RT-TCN-NUM REDEFINES RT-TCN-TX
005000                                     PIC 9(00017).
005100     05  RT-SYS-ID-TX                PIC X(00009).
005200     05  RT-SYS-ID REDEFINES RT-SYS-ID-TX
005300                                     PIC 9(00009).
005400     05  RT-NDC-NUM                  PIC X(00011).
005500     05  RT-SVC-DT                   PIC X(00010).
005600     05  RT-ADJ-DEL-CD               PIC X(00001).
005700     05  RT-DISP-CD                  PIC X(00001).
005800         88  RT-ACCEPTED             VALUE 'A'.
005900         88  RT-REJECTED             VALUE 'R'.
006000     05  RT-ERR-CD                   PIC X(00003) OCCURS 10.
006100     05  FILLER                      PIC X(00021).
006200 FD  RPTB034-FILE
006300     RECORDING MODE IS F.
006400 01  RPTB034-REC                     PIC X(00133).
006500*****************************************************************
006600*  WORKING-STORAGE SECTION                                     *
006700*****************************************************************
006800 WORKING-STORAGE SECTION.
006900 77  WB-0034-EOF-SW                  PIC X(00001) VALUE 'N'.
007000     88  WB-0034-EOF                 VALUE 'Y'.
007100 77  WB-0034-READ-CNT                PIC S9(00009) COMP-3
007200                                     VALUE ZERO.
007300 77  WB-0034-ACCEPT-CNT              PIC S9(00009) COMP-3
007400                                     VALUE ZERO.
007500 77  WB-0034-DELETE-CNT              PIC S9(00009) COMP-3
007600                                     VALUE ZERO.
007700 77  WB-0034-CMS-REJ-CNT             PIC S9(00009) COMP-3
007800                                     VALUE ZERO.
007900 77  WB-0034-ERR-CNT                 PIC S9(00009) COMP-3
008000                                     VALUE ZERO.
008100 77  WB-0034-NO-CLAIM-CNT            PIC S9(00009) COMP-3
008200                                     VALUE ZERO.
008300 77  WB-0034-REJECT-CNT              PIC S9(00009) COMP-3
008400                                     VALUE ZERO.
008500 77  WB-0034-ERR-SUB                 PIC S9(00004) COMP
008600                                     VALUE ZERO.
008700*    THE ADJUSTMENT/DELETE CODE ON THE RETURN AS A SUBMISSION
008800*    ACTION (BLANK = ORIGINAL).
008900 77  WB-0034-RTN-ACTN-CD             PIC X(00001) VALUE SPACE.
009000*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
009100     COPY WKC90040.
009200*****************************************************************
009300*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
009400*****************************************************************
009500     EXEC SQL INCLUDE SQLCA END-EXEC.
009600     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
009700     COPY CLPDESTB.
009800     COPY CLPDEETB.
009900 01  WH-0034-HOST-VARS.
010000     05  WH-0034-BUS-DT              PIC X(00010).
010100     05  WH-0034-CLM-CNT             PIC S9(00009) COMP.
010200     05  WH-0034-STG-CNT             PIC S9(00009) COMP.
010300     EXEC SQL END DECLARE SECTION END-EXEC.
010400*****************************************************************
010500*  REPORT LINE LAYOUTS                                         *
010600*****************************************************************
010700 01  RL-0034-HDG1.
010800     05  FILLER                      PIC X(00001) VALUE SPACE.
010900     05  FILLER                      PIC X(00050) VALUE
011000         'PDDB0034 - PART D PDE RETURN FILE'.
011100     05  FILLER                      PIC X(00016)
011200                                     VALUE 'BUSINESS DATE '.
011300     05  RL-0034-H-BUS-DT            PIC X(00010).
011400 01  RL-0034-HDG2.
011500     05  FILLER                      PIC X(00001) VALUE SPACE.
011600     05  FILLER                      PIC X(00040) VALUE
011700         'RESULT     TCN               ACT DISP  '.
011800     05  FILLER                      PIC X(00040) VALUE
011900         'CMS ERROR CODES                         '.
012000     05  FILLER                      PIC X(00040) VALUE
012100         'NOTE'.
012200 01  RL-0034-DETAIL.
012300     05  FILLER                      PIC X(00001) VALUE SPACE.
012400     05  RL-0034-D-DISP              PIC X(00010).
012500     05  FILLER                      PIC X(00001) VALUE SPACE.
012600     05  RL-0034-D-TCN               PIC X(00017).
012700     05  FILLER                      PIC X(00002) VALUE SPACES.
012800     05  RL-0034-D-ACT               PIC X(00001).
012900     05  FILLER                      PIC X(00003) VALUE SPACES.
013000     05  RL-0034-D-CMS-CD            PIC X(00001).
013100     05  FILLER                      PIC X(00004) VALUE SPACES.
013200     05  RL-0034-D-ERRS.
013300         10  RL-0034-D-ERR           OCCURS 10.
013400             15  RL-0034-D-ERR-CD    PIC X(00003).
013500             15  FILLER              PIC X(00001).
013600     05  RL-0034-D-NOTE              PIC X(00040).
013700 01  RL-0034-COUNT-LINE.
013800     05  FILLER                      PIC X(00001) VALUE SPACE.
013900     05  RL-0034-C-LABEL             PIC X(00034).
014000     05  RL-0034-C-CNT               PIC ZZZ,ZZZ,ZZ9.
014100*****************************************************************
014200*  PROCEDURE DIVISION                                          *
014300*****************************************************************
014400 PROCEDURE DIVISION.
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE
014700         THRU 1000-INITIALIZE-EXIT.
014800     PERFORM 2000-ONE-RETURN
014900         THRU 2000-ONE-RETURN-EXIT
015000         UNTIL WB-0034-EOF.
015100     PERFORM 8000-FINALIZE
015200         THRU 8000-FINALIZE-EXIT.
015300     GOBACK.
015400*****************************************************************
015500*    1000-INITIALIZE                                            *
015600*****************************************************************
015700 1000-INITIALIZE.
015800     MOVE 'PDDB0034'             TO WK-9004-PGM-ID.
015900     MOVE SPACES                 TO WK-9004-OVRD-DT.
016000     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
016100     IF WK-9004-NO-BUS-DT
016200         DISPLAY 'PDDB0034 - NO BUSINESS PROCESSING DATE'
016300         MOVE 16 TO RETURN-CODE
016400         GOBACK
016500     END-IF.
016600     OPEN INPUT  PDERTN-FILE.
016700     OPEN OUTPUT RPTB034-FILE.
016800     MOVE WK-9004-BUS-DT         TO WH-0034-BUS-DT
016900                                    RL-0034-H-BUS-DT.
017000     WRITE RPTB034-REC FROM RL-0034-HDG1
017100         BEFORE ADVANCING TO-NEW-PAGE.
017200     WRITE RPTB034-REC FROM RL-0034-HDG2
017300         AFTER ADVANCING 2 LINES.
017400     PERFORM 2100-READ-NEXT
017500         THRU 2100-READ-NEXT-EXIT.
017600 1000-INITIALIZE-EXIT.
017700     EXIT.
017800*****************************************************************
017900*    2000-ONE-RETURN                                            *
018000*****************************************************************
018100 2000-ONE-RETURN.
018200     PERFORM 2200-EDIT-AND-APPLY
018300         THRU 2200-EDIT-AND-APPLY-EXIT.
018400     PERFORM 2100-READ-NEXT
018500         THRU 2100-READ-NEXT-EXIT.
018600 2000-ONE-RETURN-EXIT.
018700     EXIT.
018800*****************************************************************
018900*    2100-READ-NEXT                                             *
019000*****************************************************************
019100 2100-READ-NEXT.
019200     READ PDERTN-FILE
019300         AT END SET WB-0034-EOF TO TRUE
019400         NOT AT END ADD 1 TO WB-0034-READ-CNT
019500     END-READ.
019600 2100-READ-NEXT-EXIT.
019700     EXIT.
019800*****************************************************************
019900*    2200-EDIT-AND-APPLY - PARSE, FIND THE SUBMISSION, IT MUST   *
020000*    BE AWAITING THIS RETURN, MATCH THE CLAIM, THEN STORE IT     *
020100*****************************************************************
020200 2200-EDIT-AND-APPLY.
020300     MOVE SPACES                 TO RL-0034-DETAIL.
020400     MOVE RT-TCN-TX              TO RL-0034-D-TCN.
020500     MOVE RT-ADJ-DEL-CD          TO RL-0034-D-ACT.
020600     MOVE RT-DISP-CD             TO RL-0034-D-CMS-CD.
020700     PERFORM 2300-LIST-ERRORS
020800         THRU 2300-LIST-ERRORS-EXIT
020900         VARYING WB-0034-ERR-SUB FROM 1 BY 1
021000         UNTIL WB-0034-ERR-SUB > 10.
021100     IF RT-TCN-TX NOT NUMERIC
021200        OR (NOT RT-ACCEPTED AND NOT RT-REJECTED)
021300        OR (RT-ADJ-DEL-CD NOT = SPACE AND NOT = 'A' AND NOT = 'D')
021400         MOVE 'UNPARSEABLE RECORD' TO RL-0034-D-NOTE
021500         PERFORM 3900-REJECT
021600             THRU 3900-REJECT-EXIT
021700         GO TO 2200-EDIT-AND-APPLY-EXIT
021800     END-IF.
021900     MOVE RT-TCN-NUM             TO CLPDESTB-C-TCN-NUM.
022000     EXEC SQL
022100         SELECT B_SYS_ID, C_PDE_STAT_CD, C_PDE_ACTN_CD,
022200                C_PDE_ACPT_IND, C_PDE_FST_REJ_DT
022300           INTO :CLPDESTB-B-SYS-ID,
022400                :CLPDESTB-C-PDE-STAT-CD,
022500                :CLPDESTB-C-PDE-ACTN-CD,
022600                :CLPDESTB-C-PDE-ACPT-IND,
022700                :CLPDESTB-C-PDE-FST-REJ-DT
022800           FROM C_PDE_SUBM_TB
022900          WHERE C_TCN_NUM = :CLPDESTB-C-TCN-NUM
023000     END-EXEC.
023100     EVALUATE SQLCODE
023200       WHEN 0
023300         CONTINUE
023400       WHEN 100
023500         MOVE 'NO PDE SUBMITTED FOR THIS TCN' TO RL-0034-D-NOTE
023600         PERFORM 3900-REJECT
023700             THRU 3900-REJECT-EXIT
023800         GO TO 2200-EDIT-AND-APPLY-EXIT
023900       WHEN OTHER
024000         GO TO 9999-SQL-ERROR
024100     END-EVALUATE.
024200     IF NOT CLPDESTB-SENT
024300         MOVE 'PDE NOT AWAITING A RETURN' TO RL-0034-D-NOTE
024400         PERFORM 3900-REJECT
024500             THRU 3900-REJECT-EXIT
024600         GO TO 2200-EDIT-AND-APPLY-EXIT
024700     END-IF.
024800     IF RT-SYS-ID-TX NOT NUMERIC
024900        OR RT-SYS-ID NOT = CLPDESTB-B-SYS-ID
025000         MOVE 'MEMBER DOES NOT MATCH SUBMISSION' TO RL-0034-D-NOTE
025100         PERFORM 3900-REJECT
025200             THRU 3900-REJECT-EXIT
025300         GO TO 2200-EDIT-AND-APPLY-EXIT
025400     END-IF.
025500*    A RETURN FOR AN EARLIER SENDING (ORIGINAL VS ADJUSTMENT VS
025600*    DELETE) IS STALE.
025700     IF RT-ADJ-DEL-CD = SPACE
025800         MOVE 'O'                TO WB-0034-RTN-ACTN-CD
025900     ELSE
026000         MOVE RT-ADJ-DEL-CD      TO WB-0034-RTN-ACTN-CD
026100     END-IF.
026200     IF WB-0034-RTN-ACTN-CD NOT = CLPDESTB-C-PDE-ACTN-CD
026300         MOVE 'ACTION IS NOT THE ONE LAST SENT' TO RL-0034-D-NOTE
026400         PERFORM 3900-REJECT
026500             THRU 3900-REJECT-EXIT
026600         GO TO 2200-EDIT-AND-APPLY-EXIT
026700     END-IF.
026800     PERFORM 2400-MATCH-CLAIM
026900         THRU 2400-MATCH-CLAIM-EXIT.
027000     PERFORM 4000-APPLY
027100         THRU 4000-APPLY-EXIT.
027200 2200-EDIT-AND-APPLY-EXIT.
027300     EXIT.
027400*****************************************************************
027500*    2300-LIST-ERRORS - THE RETURNED ERROR CODES ONTO THE LINE  *
027600*****************************************************************
027700 2300-LIST-ERRORS.
027800     MOVE RT-ERR-CD (WB-0034-ERR-SUB)
027900                         TO RL-0034-D-ERR-CD (WB-0034-ERR-SUB).
028000 2300-LIST-ERRORS-EXIT.
028100     EXIT.
028200*****************************************************************
028300*    2400-MATCH-CLAIM - THE CLAIM AND ITS BENEFIT-STAGE ROWS     *
028400*    SHOULD STILL BE THERE FOR AN ORIGINAL OR ADJUSTMENT; THE    *
028500*    RETURN IS STORED EITHER WAY BUT THE MISMATCH IS LISTED      *
028600*****************************************************************
028700 2400-MATCH-CLAIM.
028800     IF CLPDESTB-ACTN-DELETE
028900         GO TO 2400-MATCH-CLAIM-EXIT
029000     END-IF.
029100     EXEC SQL
029200         SELECT COUNT(*)
029300           INTO :WH-0034-CLM-CNT
029400           FROM C_LI_DRUG_TB
029500          WHERE C_TCN_NUM = :CLPDESTB-C-TCN-NUM
029600     END-EXEC.
029700     IF SQLCODE NOT = 0
029800         GO TO 9999-SQL-ERROR
029900     END-IF.
030000     EXEC SQL
030100         SELECT COUNT(*)
030200           INTO :WH-0034-STG-CNT
030300           FROM C_LI_BENE_STG_TB
030400          WHERE C_TCN_NUM = :CLPDESTB-C-TCN-NUM
030500     END-EXEC.
030600     IF SQLCODE NOT = 0
030700         GO TO 9999-SQL-ERROR
030800     END-IF.
030900     IF WH-0034-CLM-CNT = ZERO
031000         MOVE 'CLAIM NOT FOUND'  TO RL-0034-D-NOTE
031100         ADD 1                   TO WB-0034-NO-CLAIM-CNT
031200     ELSE
031300         IF WH-0034-STG-CNT = ZERO
031400             MOVE 'NO BENEFIT-STAGE ROWS FOR CLAIM'
031500                                 TO RL-0034-D-NOTE
031600             ADD 1               TO WB-0034-NO-CLAIM-CNT
031700         END-IF
031800     END-IF.
031900 2400-MATCH-CLAIM-EXIT.
032000     EXIT.
032100*****************************************************************
032200*    3900-REJECT - COMMON REJECT-LINE OUTPUT                    *
032300*****************************************************************
032400 3900-REJECT.
032500     ADD 1 TO WB-0034-REJECT-CNT.
032600     MOVE 'NOT LOADED'           TO RL-0034-D-DISP.
032700     WRITE RPTB034-REC FROM RL-0034-DETAIL
032800         AFTER ADVANCING 1 LINE.
032900 3900-REJECT-EXIT.
033000     EXIT.
033100*****************************************************************
033200*    4000-APPLY - ONE UNIT OF WORK PER RETURN RECORD.  THE ERROR *
033300*    CODES OF ANY EARLIER RETURN ARE REPLACED.  AN ACCEPTED      *
033400*    DELETE LEAVES NOTHING AT CMS; A REJECTION AGES FROM THE     *
033500*    FIRST TIME THE PDE WAS REJECTED                             *
033600*****************************************************************
033700 4000-APPLY.
033800     EXEC SQL
033900         DELETE FROM C_PDE_ERR_TB
034000          WHERE C_TCN_NUM = :CLPDESTB-C-TCN-NUM
034100     END-EXEC.
034200     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
034300         GO TO 9999-SQL-ERROR
034400     END-IF.
034500     MOVE ZERO                   TO CLPDESTB-C-PDE-ERR-CNT.
034600     IF RT-ACCEPTED
034700         MOVE SPACES             TO CLPDESTB-C-PDE-FST-REJ-DT
034800         IF CLPDESTB-ACTN-DELETE
034900             SET CLPDESTB-DELETED TO TRUE
035000             MOVE 'N'            TO CLPDESTB-C-PDE-ACPT-IND
035100             ADD 1               TO WB-0034-DELETE-CNT
035200         ELSE
035300             SET CLPDESTB-ACCEPTED TO TRUE
035400             SET CLPDESTB-HELD-AT-CMS TO TRUE
035500             ADD 1               TO WB-0034-ACCEPT-CNT
035600         END-IF
035700     ELSE
035800         SET CLPDESTB-REJECTED   TO TRUE
035900         IF CLPDESTB-C-PDE-FST-REJ-DT = SPACES
036000             MOVE WH-0034-BUS-DT TO CLPDESTB-C-PDE-FST-REJ-DT
036100         END-IF
036200         MOVE CLPDESTB-C-TCN-NUM TO CLPDEETB-C-TCN-NUM
036300         MOVE WH-0034-BUS-DT     TO CLPDEETB-C-PDE-RTN-DT
036400         PERFORM 4100-STORE-ERROR
036500             THRU 4100-STORE-ERROR-EXIT
036600             VARYING WB-0034-ERR-SUB FROM 1 BY 1
036700             UNTIL WB-0034-ERR-SUB > 10
036800         ADD 1                   TO WB-0034-CMS-REJ-CNT
036900         IF CLPDESTB-C-PDE-ERR-CNT = ZERO
037000             MOVE 'REJECTED WITH NO ERROR CODE' TO RL-0034-D-NOTE
037100         END-IF
037200     END-IF.
037300     EXEC SQL
037400         UPDATE C_PDE_SUBM_TB
037500            SET C_PDE_STAT_CD    = :CLPDESTB-C-PDE-STAT-CD,
037600                C_PDE_ACPT_IND   = :CLPDESTB-C-PDE-ACPT-IND,
037700                C_PDE_RTN_DT     = :WH-0034-BUS-DT,
037800                C_PDE_ERR_CNT    = :CLPDESTB-C-PDE-ERR-CNT,
037900                C_PDE_FST_REJ_DT = :CLPDESTB-C-PDE-FST-REJ-DT,
038000                C_PDE_CORR_CD    = ' ',
038100                C_UPD_USER_ID    = 'PDDB0034',
038200                C_UPD_TS         = TO_CHAR(CURRENT_TIMESTAMP,
038300                                   'YYYY-MM-DD-HH24.MI.SS.FF6')
038400          WHERE C_TCN_NUM     = :CLPDESTB-C-TCN-NUM
038500            AND C_PDE_STAT_CD = 'S'
038600     END-EXEC.
038700     IF SQLCODE NOT = 0
038800         GO TO 9999-SQL-ERROR
038900     END-IF.
039000     EXEC SQL COMMIT END-EXEC.
039100*    ACCEPTED RECORDS ARE COUNTED ONLY, UNLESS THE CLAIM DID NOT
039200*    MATCH.
039300     IF RT-ACCEPTED
039400        AND RL-0034-D-NOTE = SPACES
039500         GO TO 4000-APPLY-EXIT
039600     END-IF.
039700     IF RT-ACCEPTED
039800         MOVE 'ACCEPTED  '       TO RL-0034-D-DISP
039900     ELSE
040000         MOVE 'CMS REJECT'       TO RL-0034-D-DISP
040100     END-IF.
040200     WRITE RPTB034-REC FROM RL-0034-DETAIL
040300         AFTER ADVANCING 1 LINE.
040400 4000-APPLY-EXIT.
040500     EXIT.
040600*****************************************************************
040700*    4100-STORE-ERROR - ONE C_PDE_ERR_TB ROW PER ERROR CODE     *
040800*****************************************************************
040900 4100-STORE-ERROR.
041000     IF RT-ERR-CD (WB-0034-ERR-SUB) = SPACES
041100         GO TO 4100-STORE-ERROR-EXIT
041200     END-IF.
041300     ADD 1                       TO CLPDESTB-C-PDE-ERR-CNT
041400                                    WB-0034-ERR-CNT.
041500     MOVE CLPDESTB-C-PDE-ERR-CNT TO CLPDEETB-C-PDE-ERR-SEQ.
041600     MOVE RT-ERR-CD (WB-0034-ERR-SUB)
041700                                 TO CLPDEETB-C-PDE-ERR-CD.
041800     EXEC SQL
041900         INSERT INTO C_PDE_ERR_TB
042000                (C_TCN_NUM, C_PDE_ERR_SEQ, C_PDE_ERR_CD,
042100                 C_PDE_RTN_DT)
042200         VALUES (:CLPDEETB-C-TCN-NUM,
042300                 :CLPDEETB-C-PDE-ERR-SEQ,
042400                 :CLPDEETB-C-PDE-ERR-CD,
042500                 :CLPDEETB-C-PDE-RTN-DT)
042600     END-EXEC.
042700     IF SQLCODE NOT = 0
042800         GO TO 9999-SQL-ERROR
042900     END-IF.
043000 4100-STORE-ERROR-EXIT.
043100     EXIT.
043200*****************************************************************
043300*    8000-FINALIZE                                              *
043400*****************************************************************
043500 8000-FINALIZE.
043600     MOVE 'RETURN RECORDS READ'  TO RL-0034-C-LABEL.
043700     MOVE WB-0034-READ-CNT       TO RL-0034-C-CNT.
043800     WRITE RPTB034-REC FROM RL-0034-COUNT-LINE
043900         AFTER ADVANCING 2 LINES.
044000     MOVE 'ACCEPTED BY CMS'      TO RL-0034-C-LABEL.
044100     MOVE WB-0034-ACCEPT-CNT     TO RL-0034-C-CNT.
044200     WRITE RPTB034-REC FROM RL-0034-COUNT-LINE
044300         AFTER ADVANCING 1 LINE.
044400     MOVE 'DELETES ACCEPTED BY CMS' TO RL-0034-C-LABEL.
044500     MOVE WB-0034-DELETE-CNT     TO RL-0034-C-CNT.
044600     WRITE RPTB034-REC FROM RL-0034-COUNT-LINE
044700         AFTER ADVANCING 1 LINE.
044800     MOVE 'REJECTED BY CMS'      TO RL-0034-C-LABEL.
044900     MOVE WB-0034-CMS-REJ-CNT    TO RL-0034-C-CNT.
045000     WRITE RPTB034-REC FROM RL-0034-COUNT-LINE
045100         AFTER ADVANCING 1 LINE.
045200     MOVE 'ERROR CODES STORED'   TO RL-0034-C-LABEL.
045300     MOVE WB-0034-ERR-CNT        TO RL-0034-C-CNT.
045400     WRITE RPTB034-REC FROM RL-0034-COUNT-LINE
045500         AFTER ADVANCING 1 LINE.
045600     MOVE 'CLAIM OR STAGE ROWS NOT MATCHED' TO RL-0034-C-LABEL.
045700     MOVE WB-0034-NO-CLAIM-CNT   TO RL-0034-C-CNT.
045800     WRITE RPTB034-REC FROM RL-0034-COUNT-LINE
045900         AFTER ADVANCING 1 LINE.
046000     MOVE 'NOT LOADED'           TO RL-0034-C-LABEL.
046100     MOVE WB-0034-REJECT-CNT     TO RL-0034-C-CNT.
046200     WRITE RPTB034-REC FROM RL-0034-COUNT-LINE
046300         AFTER ADVANCING 1 LINE.
046400     IF WB-0034-REJECT-CNT > ZERO
046500        OR WB-0034-NO-CLAIM-CNT > ZERO
046600         MOVE 4 TO RETURN-CODE
046700     END-IF.
046800     CLOSE PDERTN-FILE RPTB034-FILE.
046900 8000-FINALIZE-EXIT.
047000     EXIT.
047100*****************************************************************
047200*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
047300*****************************************************************
047400 9999-SQL-ERROR.
047500     DISPLAY 'PDDB0034 - SQL ERROR ON C_PDE_SUBM_TB'.
047600     DISPLAY 'SQLCODE = ' SQLCODE.
047700     EXEC SQL ROLLBACK END-EXEC.
047800     MOVE 16 TO RETURN-CODE.
047900     CLOSE PDERTN-FILE RPTB034-FILE.
048000     GOBACK.
