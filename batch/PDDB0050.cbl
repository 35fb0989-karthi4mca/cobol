000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0050.
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
001300*  10/15/26  ACS   NEW PROGRAM.  STATE ENCOUNTER RESPONSE-FILE  *
001400*                  LOADER.  READS THE STATE'S RESPONSE TO THE   *
001500*                  ENCOUNTER FILE SENT BY PDDR0090, ONE RECORD  *
001600*                  PER ENCOUNTER, MATCHES EACH BACK TO ITS      *
001700*                  SUBMISSION ON C_ENC_SUBM_TB AND STORES THE   *
001800*                  ACCEPTED OR REJECTED STATUS PER TCN.  A      *
001900*                  REJECTED ENCOUNTER KEEPS THE STATE'S ERROR   *
002000*                  CODES ON C_ENC_ERR_TB AND STAYS OPEN         *
002100*                  (PDDR0091) UNTIL A CORRECTED VERSION IS      *
002200*                  ACCEPTED; THE NEXT PDDR0090 RUN SENDS THE    *
002300*                  CORRECTIONS.  ANY RECORD NOT APPLIED ENDS    *
002400*                  THE STEP RC 4.                               *
002500*                                                               *
002600*****************************************************************
002700*                                                               *
002800*   AN ACCEPTED REPLACEMENT OR VOID THAT ACTED ON ANOTHER       *
002900*   CLAIM'S ENCOUNTER (A REBILL'S ORIGINAL) ALSO RELEASES THAT  *
003000*   ENCOUNTER: THE STATE NO LONGER HOLDS IT, AND A VOIDED ONE   *
003100*   IS MARKED VOIDED.                                           *
003200*                                                               *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT ENCRTN-FILE ASSIGN TO ENCRTN
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT RPTB050-FILE ASSIGN TO RPTB050
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500*****************************************************************
004600*  DATA DIVISION                                                *
004700*****************************************************************
004800 DATA DIVISION.
004900 FILE SECTION.
005000*    THE ENCOUNTER AS SENT (TCN, MEMBER, DOCUMENT TYPE, PRIOR
005100*    TCN), THEN THE STATE DISPOSITION - A ACCEPTED OR R REJECTED
005200*    - AND UP TO TEN STATE ERROR CODES.
005300 FD  ENCRTN-FILE.
005400 01  RS-RTN-REC.
005500     05  RS-TCN-TX                   PIC X(00017).
005600     05  RS-TCN-NUM REDEFINES RS-TCN-TX
005700                                     PIC 9(00017).
005800     05  RS-SYS-ID-TX                PIC X(00009).
005900     05  RS-SYS-ID REDEFINES RS-SYS-ID-TX
006000                                     PIC 9(00009).
006100     05  RS-DOC-TY-CD                PIC X(00001).
006200         88  RS-DOC-VALID            VALUE '1' '7' '8'.
006300     05  RS-PRIOR-TCN-TX             PIC X(00017).
006400     05  RS-PRIOR-TCN-NUM REDEFINES RS-PRIOR-TCN-TX
006500                                     PIC 9(00017).
006600     05  RS-DISP-CD                  PIC X(00001).
006700         88  RS-ACCEPTED             VALUE 'A'.
006800         88  RS-REJECTED             VALUE 'R'.
006900     05  RS-ERR-CD                   PIC X(00003) OCCURS 10.
007000     05  FILLER                      PIC X(00025).
007100 FD  RPTB050-FILE
007200     RECORDING MODE IS F.
007300 01  RPTB050-REC                     PIC X(00133).
007400*****************************************************************
007500*  WORKING-STORAGE SECTION                                     *
007600*****************************************************************
007700 WORKING-STORAGE SECTION.
007800 77  WB-0050-EOF-SW                  PIC X(00001) VALUE 'N'.
007900     88  WB-0050-EOF                 VALUE 'Y'.
008000 77  WB-0050-READ-CNT                PIC S9(00009) COMP-3
008100                                     VALUE ZERO.
008200 77  WB-0050-ACCEPT-CNT              PIC S9(00009) COMP-3
008300                                     VALUE ZERO.
008400 77  WB-0050-VOID-CNT                PIC S9(00009) COMP-3
008500                                     VALUE ZERO.
008600 77  WB-0050-RELEASE-CNT             PIC S9(00009) COMP-3
008700                                     VALUE ZERO.
008800 77  WB-0050-STATE-REJ-CNT           PIC S9(00009) COMP-3
008900                                     VALUE ZERO.
009000 77  WB-0050-ERR-CNT                 PIC S9(00009) COMP-3
009100                                     VALUE ZERO.
009200 77  WB-0050-NO-CLAIM-CNT            PIC S9(00009) COMP-3
009300                                     VALUE ZERO.
009400 77  WB-0050-REJECT-CNT              PIC S9(00009) COMP-3
009500                                     VALUE ZERO.
009600 77  WB-0050-ERR-SUB                 PIC S9(00004) COMP
009700                                     VALUE ZERO.
009800*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
009900     COPY WKC90040.
010000*****************************************************************
010100*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
010200*****************************************************************
010300     EXEC SQL INCLUDE SQLCA END-EXEC.
010400     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
010500     COPY CLENCSTB.
010600     COPY CLENCETB.
010700 01  WH-0050-HOST-VARS.
010800     05  WH-0050-BUS-DT              PIC X(00010).
010900     05  WH-0050-CLM-CNT             PIC S9(00009) COMP.
011000     05  WH-0050-PRIOR-STAT-CD       PIC X(00001).
011100     EXEC SQL END DECLARE SECTION END-EXEC.
011200*****************************************************************
011300*  REPORT LINE LAYOUTS                                         *
011400*****************************************************************
011500 01  RL-0050-HDG1.
011600     05  FILLER                      PIC X(00001) VALUE SPACE.
011700     05  FILLER                      PIC X(00050) VALUE
011800         'PDDB0050 - STATE ENCOUNTER RESPONSE FILE'.
011900     05  FILLER                      PIC X(00016)
012000                                     VALUE 'BUSINESS DATE '.
012100     05  RL-0050-H-BUS-DT            PIC X(00010).
012200 01  RL-0050-HDG2.
012300     05  FILLER                      PIC X(00001) VALUE SPACE.
012400     05  FILLER                      PIC X(00040) VALUE
012500         'RESULT       TCN               DOC DISP '.
012600     05  FILLER                      PIC X(00040) VALUE
012700         'STATE ERROR CODES                       '.
012800     05  FILLER                      PIC X(00040) VALUE
012900         'NOTE'.
013000 01  RL-0050-DETAIL.
013100     05  FILLER                      PIC X(00001) VALUE SPACE.
013200     05  RL-0050-D-DISP              PIC X(00012).
013300     05  FILLER                      PIC X(00001) VALUE SPACE.
013400     05  RL-0050-D-TCN               PIC X(00017).
013500     05  FILLER                      PIC X(00002) VALUE SPACES.
013600     05  RL-0050-D-DOC               PIC X(00001).
013700     05  FILLER                      PIC X(00003) VALUE SPACES.
013800     05  RL-0050-D-STATE-CD          PIC X(00001).
013900     05  FILLER                      PIC X(00002) VALUE SPACES.
014000     05  RL-0050-D-ERRS.
014100         10  RL-0050-D-ERR           OCCURS 10.
014200             15  RL-0050-D-ERR-CD    PIC X(00003).
014300             15  FILLER              PIC X(00001).
014400     05  RL-0050-D-NOTE              PIC X(00040).
014500 01  RL-0050-COUNT-LINE.
014600     05  FILLER                      PIC X(00001) VALUE SPACE.
014700     05  RL-0050-C-LABEL             PIC X(00034).
014800     05  RL-0050-C-CNT               PIC ZZZ,ZZZ,ZZ9.
014900*****************************************************************
015000*  PROCEDURE DIVISION                                          *
015100*****************************************************************
015200 PROCEDURE DIVISION.
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE
015500         THRU 1000-INITIALIZE-EXIT.
015600     PERFORM 2000-ONE-RESPONSE
015700         THRU 2000-ONE-RESPONSE-EXIT
015800         UNTIL WB-0050-EOF.
015900     PERFORM 8000-FINALIZE
016000         THRU 8000-FINALIZE-EXIT.
016100     GOBACK.
016200*****************************************************************
016300*    1000-INITIALIZE                                            *
016400*****************************************************************
016500 1000-INITIALIZE.
016600     MOVE 'PDDB0050'             TO WK-9004-PGM-ID.
016700     MOVE SPACES                 TO WK-9004-OVRD-DT.
016800     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
016900     IF WK-9004-NO-BUS-DT
017000         DISPLAY 'PDDB0050 - NO BUSINESS PROCESSING DATE'
017100         MOVE 16 TO RETURN-CODE
017200         GOBACK
017300     END-IF.
017400     OPEN INPUT  ENCRTN-FILE.
017500     OPEN OUTPUT RPTB050-FILE.
017600     MOVE WK-9004-BUS-DT         TO WH-0050-BUS-DT
017700                                    RL-0050-H-BUS-DT.
017800     WRITE RPTB050-REC FROM RL-0050-HDG1
017900         BEFORE ADVANCING TO-NEW-PAGE.
018000     WRITE RPTB050-REC FROM RL-0050-HDG2
018100         AFTER ADVANCING 2 LINES.
018200     PERFORM 2100-READ-NEXT
018300         THRU 2100-READ-NEXT-EXIT.
018400 1000-INITIALIZE-EXIT.
018500     EXIT.
018600*****************************************************************
018700*    2000-ONE-RESPONSE                                          *
018800*****************************************************************
018900 2000-ONE-RESPONSE.
019000     PERFORM 2200-EDIT-AND-APPLY
019100         THRU 2200-EDIT-AND-APPLY-EXIT.
019200     PERFORM 2100-READ-NEXT
019300         THRU 2100-READ-NEXT-EXIT.
019400 2000-ONE-RESPONSE-EXIT.
019500     EXIT.
019600*****************************************************************
019700*    2100-READ-NEXT                                             *
019800*****************************************************************
019900 2100-READ-NEXT.
020000     READ ENCRTN-FILE
020100         AT END SET WB-0050-EOF TO TRUE
020200         NOT AT END ADD 1 TO WB-0050-READ-CNT
020300     END-READ.
020400 2100-READ-NEXT-EXIT.
020500     EXIT.
020600*****************************************************************
020700*    2200-EDIT-AND-APPLY - PARSE, FIND THE SUBMISSION, IT MUST   *
020800*    BE AWAITING THIS RESPONSE FOR THE DOCUMENT LAST SENT, THEN  *
020900*    STORE IT                                                    *
021000*****************************************************************
021100 2200-EDIT-AND-APPLY.
021200     MOVE SPACES                 TO RL-0050-DETAIL.
021300     MOVE RS-TCN-TX              TO RL-0050-D-TCN.
021400     MOVE RS-DOC-TY-CD           TO RL-0050-D-DOC.
021500     MOVE RS-DISP-CD             TO RL-0050-D-STATE-CD.
021600     PERFORM 2300-LIST-ERRORS
021700         THRU 2300-LIST-ERRORS-EXIT
021800         VARYING WB-0050-ERR-SUB FROM 1 BY 1
021900         UNTIL WB-0050-ERR-SUB > 10.
022000     IF RS-TCN-TX NOT NUMERIC
022100        OR (NOT RS-ACCEPTED AND NOT RS-REJECTED)
022200        OR NOT RS-DOC-VALID
022300         MOVE 'UNPARSEABLE RECORD' TO RL-0050-D-NOTE
022400         PERFORM 3900-REJECT
022500             THRU 3900-REJECT-EXIT
022600         GO TO 2200-EDIT-AND-APPLY-EXIT
022700     END-IF.
022800     MOVE RS-TCN-NUM             TO CLENCSTB-C-TCN-NUM.
022900     EXEC SQL
023000         SELECT B_SYS_ID, C_ENC_STAT_CD, C_ENC_DOC_TY_CD,
023100                C_ENC_PRIOR_TCN_NUM, C_ENC_ACPT_IND,
023200                C_ENC_FST_REJ_DT
023300           INTO :CLENCSTB-B-SYS-ID,
023400                :CLENCSTB-C-ENC-STAT-CD,
023500                :CLENCSTB-C-ENC-DOC-TY-CD,
023600                :CLENCSTB-C-ENC-PRIOR-TCN-NUM,
023700                :CLENCSTB-C-ENC-ACPT-IND,
023800                :CLENCSTB-C-ENC-FST-REJ-DT
023900           FROM C_ENC_SUBM_TB
024000          WHERE C_TCN_NUM = :CLENCSTB-C-TCN-NUM
024100     END-EXEC.
024200     EVALUATE SQLCODE
024300       WHEN 0
024400         CONTINUE
024500       WHEN 100
024600         MOVE 'NO ENCOUNTER SUBMITTED FOR THIS TCN'
024700                                 TO RL-0050-D-NOTE
024800         PERFORM 3900-REJECT
024900             THRU 3900-REJECT-EXIT
025000         GO TO 2200-EDIT-AND-APPLY-EXIT
025100       WHEN OTHER
025200         GO TO 9999-SQL-ERROR
025300     END-EVALUATE.
025400     IF NOT CLENCSTB-SENT
025500         MOVE 'ENCOUNTER NOT AWAITING A RESPONSE'
025600                                 TO RL-0050-D-NOTE
025700         PERFORM 3900-REJECT
025800             THRU 3900-REJECT-EXIT
025900         GO TO 2200-EDIT-AND-APPLY-EXIT
026000     END-IF.
026100     IF RS-SYS-ID-TX NOT NUMERIC
026200        OR RS-SYS-ID NOT = CLENCSTB-B-SYS-ID
026300         MOVE 'MEMBER DOES NOT MATCH SUBMISSION'
026400                                 TO RL-0050-D-NOTE
026500         PERFORM 3900-REJECT
026600             THRU 3900-REJECT-EXIT
026700         GO TO 2200-EDIT-AND-APPLY-EXIT
026800     END-IF.
026900*    A RESPONSE FOR AN EARLIER SENDING (ORIGINAL VS REPLACEMENT VS
027000*    VOID, OR OF ANOTHER PRIOR ENCOUNTER) IS STALE.
027100     IF RS-DOC-TY-CD NOT = CLENCSTB-C-ENC-DOC-TY-CD
027200         MOVE 'DOCUMENT IS NOT THE ONE LAST SENT'
027300                                 TO RL-0050-D-NOTE
027400         PERFORM 3900-REJECT
027500             THRU 3900-REJECT-EXIT
027600         GO TO 2200-EDIT-AND-APPLY-EXIT
027700     END-IF.
027800     IF NOT CLENCSTB-DOC-ORIGINAL
027900        AND (RS-PRIOR-TCN-TX NOT NUMERIC
028000             OR RS-PRIOR-TCN-NUM
028100                         NOT = CLENCSTB-C-ENC-PRIOR-TCN-NUM)
028200         MOVE 'PRIOR TCN IS NOT THE ONE LAST SENT'
028300                                 TO RL-0050-D-NOTE
028400         PERFORM 3900-REJECT
028500             THRU 3900-REJECT-EXIT
028600         GO TO 2200-EDIT-AND-APPLY-EXIT
028700     END-IF.
028800     PERFORM 2400-MATCH-CLAIM
028900         THRU 2400-MATCH-CLAIM-EXIT.
029000     PERFORM 4000-APPLY
029100         THRU 4000-APPLY-EXIT.
029200 2200-EDIT-AND-APPLY-EXIT.
029300     EXIT.
029400*****************************************************************
029500*    2300-LIST-ERRORS - THE RETURNED ERROR CODES ONTO THE LINE  *
029600*****************************************************************
029700 2300-LIST-ERRORS.
029800     MOVE RS-ERR-CD (WB-0050-ERR-SUB)
029900                         TO RL-0050-D-ERR-CD (WB-0050-ERR-SUB).
030000 2300-LIST-ERRORS-EXIT.
030100     EXIT.
030200*****************************************************************
030300*    2400-MATCH-CLAIM - THE CLAIM SHOULD STILL BE THERE FOR AN   *
030400*    ORIGINAL OR REPLACEMENT; THE RESPONSE IS STORED EITHER WAY  *
030500*    BUT THE MISMATCH IS LISTED                                  *
030600*****************************************************************
030700 2400-MATCH-CLAIM.
030800     IF CLENCSTB-DOC-VOID
030900         GO TO 2400-MATCH-CLAIM-EXIT
031000     END-IF.
031100     EXEC SQL
031200         SELECT COUNT(*)
031300           INTO :WH-0050-CLM-CNT
031400           FROM C_LI_DRUG_TB
031500          WHERE C_TCN_NUM = :CLENCSTB-C-TCN-NUM
031600     END-EXEC.
031700     IF SQLCODE NOT = 0
031800         GO TO 9999-SQL-ERROR
031900     END-IF.
032000     IF WH-0050-CLM-CNT = ZERO
032100         MOVE 'CLAIM NOT FOUND'  TO RL-0050-D-NOTE
032200         ADD 1                   TO WB-0050-NO-CLAIM-CNT
032300     END-IF.
032400 2400-MATCH-CLAIM-EXIT.
032500     EXIT.
032600*****************************************************************
032700*    3900-REJECT - COMMON REJECT-LINE OUTPUT                    *
032800*****************************************************************
032900 3900-REJECT.
033000     ADD 1 TO WB-0050-REJECT-CNT.
033100     MOVE 'NOT LOADED'           TO RL-0050-D-DISP.
033200     WRITE RPTB050-REC FROM RL-0050-DETAIL
033300         AFTER ADVANCING 1 LINE.
033400 3900-REJECT-EXIT.
033500     EXIT.
033600*****************************************************************
033700*    4000-APPLY - ONE UNIT OF WORK PER RESPONSE RECORD.  THE     *
033800*    ERROR CODES OF ANY EARLIER RESPONSE ARE REPLACED.  AN       *
033900*    ACCEPTED VOID LEAVES NOTHING AT THE STATE; A REJECTION AGES *
034000*    FROM THE FIRST TIME THE ENCOUNTER WAS REJECTED              *
034100*****************************************************************
034200 4000-APPLY.
034300     EXEC SQL
034400         DELETE FROM C_ENC_ERR_TB
034500          WHERE C_TCN_NUM = :CLENCSTB-C-TCN-NUM
034600     END-EXEC.
034700     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
034800         GO TO 9999-SQL-ERROR
034900     END-IF.
035000     MOVE ZERO                   TO CLENCSTB-C-ENC-ERR-CNT.
035100     IF RS-ACCEPTED
035200         MOVE SPACES             TO CLENCSTB-C-ENC-FST-REJ-DT
035300         IF CLENCSTB-DOC-VOID
035400             SET CLENCSTB-VOIDED TO TRUE
035500             MOVE 'N'            TO CLENCSTB-C-ENC-ACPT-IND
035600             ADD 1               TO WB-0050-VOID-CNT
035700         ELSE
035800             SET CLENCSTB-ACCEPTED TO TRUE
035900             SET CLENCSTB-HELD-AT-STATE TO TRUE
036000             ADD 1               TO WB-0050-ACCEPT-CNT
036100         END-IF
036200         IF NOT CLENCSTB-DOC-ORIGINAL
036300            AND CLENCSTB-C-ENC-PRIOR-TCN-NUM NOT = ZERO
036400            AND CLENCSTB-C-ENC-PRIOR-TCN-NUM
036500                                 NOT = CLENCSTB-C-TCN-NUM
036600             PERFORM 4200-RELEASE-PRIOR
036700                 THRU 4200-RELEASE-PRIOR-EXIT
036800         END-IF
036900     ELSE
037000         SET CLENCSTB-REJECTED   TO TRUE
037100         IF CLENCSTB-C-ENC-FST-REJ-DT = SPACES
037200             MOVE WH-0050-BUS-DT TO CLENCSTB-C-ENC-FST-REJ-DT
037300         END-IF
037400         MOVE CLENCSTB-C-TCN-NUM TO CLENCETB-C-TCN-NUM
037500         MOVE WH-0050-BUS-DT     TO CLENCETB-C-ENC-RTN-DT
037600         PERFORM 4100-STORE-ERROR
037700             THRU 4100-STORE-ERROR-EXIT
037800             VARYING WB-0050-ERR-SUB FROM 1 BY 1
037900             UNTIL WB-0050-ERR-SUB > 10
038000         ADD 1                   TO WB-0050-STATE-REJ-CNT
038100         IF CLENCSTB-C-ENC-ERR-CNT = ZERO
038200             MOVE 'REJECTED WITH NO ERROR CODE'
038300                                 TO RL-0050-D-NOTE
038400         END-IF
038500     END-IF.
038600     EXEC SQL
038700         UPDATE C_ENC_SUBM_TB
038800            SET C_ENC_STAT_CD    = :CLENCSTB-C-ENC-STAT-CD,
038900                C_ENC_ACPT_IND   = :CLENCSTB-C-ENC-ACPT-IND,
039000                C_ENC_RTN_DT     = :WH-0050-BUS-DT,
039100                C_ENC_ERR_CNT    = :CLENCSTB-C-ENC-ERR-CNT,
039200                C_ENC_FST_REJ_DT = :CLENCSTB-C-ENC-FST-REJ-DT,
039300                C_ENC_CORR_CD    = ' ',
039400                C_UPD_USER_ID    = 'PDDB0050',
039500                C_UPD_TS         = TO_CHAR(CURRENT_TIMESTAMP,
039600                                   'YYYY-MM-DD-HH24.MI.SS.FF6')
039700          WHERE C_TCN_NUM     = :CLENCSTB-C-TCN-NUM
039800            AND C_ENC_STAT_CD = 'S'
039900     END-EXEC.
040000     IF SQLCODE NOT = 0
040100         GO TO 9999-SQL-ERROR
040200     END-IF.
040300     EXEC SQL COMMIT END-EXEC.
040400*    ACCEPTED RECORDS ARE COUNTED ONLY, UNLESS THE CLAIM DID NOT
040500*    MATCH.
040600     IF RS-ACCEPTED
040700        AND RL-0050-D-NOTE = SPACES
040800         GO TO 4000-APPLY-EXIT
040900     END-IF.
041000     IF RS-ACCEPTED
041100         MOVE 'ACCEPTED    '     TO RL-0050-D-DISP
041200     ELSE
041300         MOVE 'STATE REJECT'     TO RL-0050-D-DISP
041400     END-IF.
041500     WRITE RPTB050-REC FROM RL-0050-DETAIL
041600         AFTER ADVANCING 1 LINE.
041700 4000-APPLY-EXIT.
041800     EXIT.
041900*****************************************************************
042000*    4100-STORE-ERROR - ONE C_ENC_ERR_TB ROW PER ERROR CODE     *
042100*****************************************************************
042200 4100-STORE-ERROR.
042300     IF RS-ERR-CD (WB-0050-ERR-SUB) = SPACES
042400         GO TO 4100-STORE-ERROR-EXIT
042500     END-IF.
042600     ADD 1                       TO CLENCSTB-C-ENC-ERR-CNT
042700                                    WB-0050-ERR-CNT.
042800     MOVE CLENCSTB-C-ENC-ERR-CNT TO CLENCETB-C-ENC-ERR-SEQ.
042900     MOVE RS-ERR-CD (WB-0050-ERR-SUB)
043000                                 TO CLENCETB-C-ENC-ERR-CD.
043100     EXEC SQL
043200         INSERT INTO C_ENC_ERR_TB
043300                (C_TCN_NUM, C_ENC_ERR_SEQ, C_ENC_ERR_CD,
043400                 C_ENC_RTN_DT)
043500         VALUES (:CLENCETB-C-TCN-NUM,
043600                 :CLENCETB-C-ENC-ERR-SEQ,
043700                 :CLENCETB-C-ENC-ERR-CD,
043800                 :CLENCETB-C-ENC-RTN-DT)
043900     END-EXEC.
044000     IF SQLCODE NOT = 0
044100         GO TO 9999-SQL-ERROR
044200     END-IF.
044300 4100-STORE-ERROR-EXIT.
044400     EXIT.
044500*****************************************************************
044600*    4200-RELEASE-PRIOR - THE REBILL'S ORIGINAL IS NO LONGER    *
044700*    HELD AT THE STATE: REPLACED BY THE REBILL, OR VOIDED       *
044800*****************************************************************
044900 4200-RELEASE-PRIOR.
045000     IF CLENCSTB-DOC-VOID
045100         MOVE 'V'                TO WH-0050-PRIOR-STAT-CD
045200     ELSE
045300         MOVE 'P'                TO WH-0050-PRIOR-STAT-CD
045400     END-IF.
045500     EXEC SQL
045600         UPDATE C_ENC_SUBM_TB
045700            SET C_ENC_STAT_CD  = :WH-0050-PRIOR-STAT-CD,
045800                C_ENC_ACPT_IND = 'N',
045900                C_UPD_USER_ID  = 'PDDB0050',
046000                C_UPD_TS       = TO_CHAR(CURRENT_TIMESTAMP,
046100                                 'YYYY-MM-DD-HH24.MI.SS.FF6')
046200          WHERE C_TCN_NUM = :CLENCSTB-C-ENC-PRIOR-TCN-NUM
046300     END-EXEC.
046400     EVALUATE SQLCODE
046500       WHEN 0
046600         ADD 1                   TO WB-0050-RELEASE-CNT
046700       WHEN 100
046800         MOVE 'PRIOR ENCOUNTER NOT ON FILE'
046900                                 TO RL-0050-D-NOTE
047000       WHEN OTHER
047100         GO TO 9999-SQL-ERROR
047200     END-EVALUATE.
047300 4200-RELEASE-PRIOR-EXIT.
047400     EXIT.
047500*****************************************************************
047600*    8000-FINALIZE                                              *
047700*****************************************************************
047800 8000-FINALIZE.
047900     MOVE 'RESPONSE RECORDS READ' TO RL-0050-C-LABEL.
048000     MOVE WB-0050-READ-CNT       TO RL-0050-C-CNT.
048100     WRITE RPTB050-REC FROM RL-0050-COUNT-LINE
048200         AFTER ADVANCING 2 LINES.
048300     MOVE 'ACCEPTED BY THE STATE' TO RL-0050-C-LABEL.
048400     MOVE WB-0050-ACCEPT-CNT     TO RL-0050-C-CNT.
048500     WRITE RPTB050-REC FROM RL-0050-COUNT-LINE
048600         AFTER ADVANCING 1 LINE.
048700     MOVE 'VOIDS ACCEPTED BY THE STATE' TO RL-0050-C-LABEL.
048800     MOVE WB-0050-VOID-CNT       TO RL-0050-C-CNT.
048900     WRITE RPTB050-REC FROM RL-0050-COUNT-LINE
049000         AFTER ADVANCING 1 LINE.
049100     MOVE 'REBILL ORIGINALS RELEASED' TO RL-0050-C-LABEL.
049200     MOVE WB-0050-RELEASE-CNT    TO RL-0050-C-CNT.
049300     WRITE RPTB050-REC FROM RL-0050-COUNT-LINE
049400         AFTER ADVANCING 1 LINE.
049500     MOVE 'REJECTED BY THE STATE' TO RL-0050-C-LABEL.
049600     MOVE WB-0050-STATE-REJ-CNT  TO RL-0050-C-CNT.
049700     WRITE RPTB050-REC FROM RL-0050-COUNT-LINE
049800         AFTER ADVANCING 1 LINE.
049900     MOVE 'ERROR CODES STORED'   TO RL-0050-C-LABEL.
050000     MOVE WB-0050-ERR-CNT        TO RL-0050-C-CNT.
050100     WRITE RPTB050-REC FROM RL-0050-COUNT-LINE
050200         AFTER ADVANCING 1 LINE.
050300     MOVE 'CLAIM NOT MATCHED'    TO RL-0050-C-LABEL.
050400     MOVE WB-0050-NO-CLAIM-CNT   TO RL-0050-C-CNT.
050500     WRITE RPTB050-REC FROM RL-0050-COUNT-LINE
050600         AFTER ADVANCING 1 LINE.
050700     MOVE 'NOT LOADED'           TO RL-0050-C-LABEL.
050800     MOVE WB-0050-REJECT-CNT     TO RL-0050-C-CNT.
050900     WRITE RPTB050-REC FROM RL-0050-COUNT-LINE
051000         AFTER ADVANCING 1 LINE.
051100     IF WB-0050-REJECT-CNT > ZERO
051200        OR WB-0050-NO-CLAIM-CNT > ZERO
051300         MOVE 4 TO RETURN-CODE
051400     END-IF.
051500     CLOSE ENCRTN-FILE RPTB050-FILE.
051600 8000-FINALIZE-EXIT.
051700     EXIT.
051800*****************************************************************
051900*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
052000*****************************************************************
052100 9999-SQL-ERROR.
052200     DISPLAY 'PDDB0050 - SQL ERROR ON C_ENC_SUBM_TB'.
052300     DISPLAY 'SQLCODE = ' SQLCODE.
052400     EXEC SQL ROLLBACK END-EXEC.
052500     MOVE 16 TO RETURN-CODE.
052600     CLOSE ENCRTN-FILE RPTB050-FILE.
052700     GOBACK.
