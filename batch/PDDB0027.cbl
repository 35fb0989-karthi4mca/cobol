000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0027.
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
001300*  10/15/26  ACS   NEW PROGRAM.  RETROACTIVE MASS ADJUSTMENT   *
001400*                  RELEASE.  ONE MADJRLSE CARD NAMES A BATCH   *
001500*                  STAGED BY PDDB0026 AND EITHER RELEASES IT   *
001600*                  (ACTION R - THE APPROVER AND THE NET THEY   *
001700*                  SIGNED OFF, WHICH MUST AGREE WITH THE       *
001800*                  BATCH) OR CANCELS IT (ACTION X).  ON        *
001900*                  RELEASE EACH STAGED CLAIM IS DRIVEN BACK    *
002000*                  THROUGH THE DUAL MODULE FROM ITS STAGED     *
002100*                  TRANSMISSION - THE REBILL, OR A REVERSAL    *
002200*                  (B2) WHERE THE REBILL NOW DENIES - AND IS   *
002300*                  POSTED THROUGH THE INTAKE FILE AS PDDB0007  *
002400*                  DOES.  A CLAIM THAT NO LONGER PRICES AS IT  *
002500*                  WAS SIGNED OFF IS BACKED OUT AND HELD BACK. *
002600*                  THE PAYMENT CYCLE (PDDR0041) PAYS THE       *
002700*                  RELEASED PAIRS.                             *
002800*                                                              *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT MADJRLSE-FILE ASSIGN TO MADJRLSE
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT INTAKE-FILE ASSIGN TO INTAKE
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT RPTB027-FILE ASSIGN TO RPTB027
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300*****************************************************************
004400*  DATA DIVISION                                                *
004500*****************************************************************
004600 DATA DIVISION.
004700 FILE SECTION.
004800*    RELEASE CARD - BATCH NUMBER, ACTION (R = RELEASE, X =
004900*    CANCEL), APPROVER, AND THE NET ADJUSTMENT THE APPROVER
005000*    SIGNED OFF ON THE PDDB0026 REPORT (LEADING SIGN, 2 DECIMALS
005100*    IMPLIED; NOT NEEDED TO CANCEL).
005200 FD  MADJRLSE-FILE.
005300 01  MR-CARD-REC.
005400     05  MR-BTCH-NUM-TX              PIC X(00009).
005500     05  MR-BTCH-NUM REDEFINES MR-BTCH-NUM-TX
005600                                     PIC 9(00009).
005700     05  MR-ACTION-CD                PIC X(00001).
005800         88  MR-ACTION-RELEASE       VALUE 'R'.
005900         88  MR-ACTION-CANCEL        VALUE 'X'.
006000     05  MR-APRV-USER-ID             PIC X(00008).
006100     05  MR-NET-AMT-TX               PIC X(00012).
006200     05  MR-NET-AMT REDEFINES MR-NET-AMT-TX
006300                                     PIC S9(00009)V9(00002)
006400                                     SIGN LEADING SEPARATE.
006500     05  FILLER                      PIC X(00050).
006600 FD  INTAKE-FILE.
006700 01  IN-CLAIM-REC                    PIC X(30000).
006800 FD  RPTB027-FILE
006900     RECORDING MODE IS F.
007000 01  RPTB027-REC                     PIC X(00133).
007100*****************************************************************
007200*  WORKING-STORAGE SECTION                                     *
007300*****************************************************************
007400 WORKING-STORAGE SECTION.
007500 77  WB-0027-CLM-EOF-SW              PIC X(00001) VALUE 'N'.
007600     88  WB-0027-CLM-EOF             VALUE 'Y'.
007700 77  WB-0027-MATCH-SW                PIC X(00001) VALUE 'N'.
007800     88  WB-0027-MATCHES             VALUE 'Y'.
007900 77  WB-0027-ERR-CNT                 PIC S9(00009) COMP-3
008000                                     VALUE ZERO.
008100 77  WB-0027-CNCL-CNT                PIC S9(00009) COMP-3
008200                                     VALUE ZERO.
008300 77  WB-0027-RLSE-NET-AMT            PIC S9(00011)V9(00002) COMP-3
008400                                     VALUE ZERO.
008500 77  WB-0027-LINE-CNT                PIC S9(00004) COMP
008600                                     VALUE +99.
008700 77  WB-0027-PAGE-NUM                PIC S9(00004) COMP
008800                                     VALUE ZERO.
008900 77  WB-0027-DUAL-MODULE             PIC X(00008)
009000                                     VALUE 'PDDC9870'.
009100*****************************************************************
009200*  MODULE RETURN CODE VALUES (WV-C4398-C-SUCCESS ET AL)         *
009300*****************************************************************
009400     COPY WVC4398C.
009500*****************************************************************
009600*  DUMMY CICS LINKAGE BLOCKS FOR THE DUAL MODULE - IN BATCH THE *
009700*  MODULE NEVER TOUCHES THE EIB, IT ONLY NEEDS THE PARAMETERS.  *
009800*****************************************************************
009900 01  WB-0027-DFHEIBLK                PIC X(00128)
010000                                     VALUE LOW-VALUES.
010100 01  WB-0027-DFHCOMMAREA             PIC X(00001)
010200                                     VALUE LOW-VALUES.
010300 01  WB-0027-RX-NUM                  PIC 9(00001) VALUE 1.
010400 01  WB-0027-QTY-PRSC-AMT-OMT        PIC X(00001) VALUE SPACE.
010500*****************************************************************
010600*  PARAMETER AREAS FOR THE DUAL MODULE CALL                     *
010700*****************************************************************
010800     COPY W1C66791.
010900     COPY W1C40541.
011000     COPY W1C56941.
011100*****************************************************************
011200*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
011300*****************************************************************
011400     EXEC SQL INCLUDE SQLCA END-EXEC.
011500     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
011600     COPY CLMADBTB.
011700     COPY CLMADCTB.
011800 01  WH-0027-HOST-VARS.
011900     05  WH-0027-TS                  PIC X(00026).
012000     05  WH-0027-CNCL-CNT            PIC S9(00009) COMP.
012100     EXEC SQL END DECLARE SECTION END-EXEC.
012200*****************************************************************
012300*  REPORT LINE LAYOUTS                                         *
012400*****************************************************************
012500 01  RL-0027-HDG1.
012600     05  FILLER                      PIC X(00001) VALUE SPACE.
012700     05  FILLER                      PIC X(00050) VALUE
012800         'PDDB0027 - MASS ADJUSTMENT RELEASE'.
012900     05  FILLER                      PIC X(00006) VALUE 'BATCH '.
013000     05  RL-0027-H1-BTCH             PIC Z(00008)9.
013100     05  FILLER                      PIC X(00005) VALUE SPACES.
013200     05  RL-0027-H1-DESC             PIC X(00040).
013300     05  FILLER                      PIC X(00005) VALUE 'PAGE '.
013400     05  RL-0027-H1-PAGE             PIC ZZZ9.
013500 01  RL-0027-HDG2.
013600     05  FILLER                      PIC X(00001) VALUE SPACE.
013700     05  FILLER                      PIC X(00010) VALUE
013800         'APPROVER '.
013900     05  RL-0027-H2-USER             PIC X(00008).
014000     05  FILLER                      PIC X(00016) VALUE
014100         '   NET APPROVED '.
014200     05  RL-0027-H2-NET              PIC ZZZ,ZZZ,ZZ9.99-.
014300 01  RL-0027-HDG3.
014400     05  FILLER                      PIC X(00001) VALUE SPACE.
014500     05  FILLER                      PIC X(00048) VALUE
014600         'PHARMACY         ORIGINAL TCN       NEW TCN     '.
014700     05  FILLER                      PIC X(00048) VALUE
014800         '            STAGED NET  OUTCOME                 '.
014900 01  RL-0027-DETAIL.
015000     05  FILLER                      PIC X(00001) VALUE SPACE.
015100     05  RL-0027-D-PROV              PIC X(00015).
015200     05  FILLER                      PIC X(00002) VALUE SPACES.
015300     05  RL-0027-D-ORIG-TCN          PIC 9(00017).
015400     05  FILLER                      PIC X(00002) VALUE SPACES.
015500     05  RL-0027-D-NEW-TCN           PIC Z(00016)9.
015600     05  FILLER                      PIC X(00002) VALUE SPACES.
015700     05  RL-0027-D-NET               PIC ZZZ,ZZ9.99-.
015800     05  FILLER                      PIC X(00002) VALUE SPACES.
015900     05  RL-0027-D-OUTCOME           PIC X(00040).
016000 01  RL-0027-COUNT-LINE.
016100     05  FILLER                      PIC X(00001) VALUE SPACE.
016200     05  RL-0027-C-LABEL             PIC X(00040).
016300     05  RL-0027-C-CNT               PIC ZZZ,ZZZ,ZZ9.
016400     05  FILLER                      PIC X(00002) VALUE SPACES.
016500     05  RL-0027-C-AMT               PIC ZZZ,ZZZ,ZZ9.99-
016600                                     BLANK WHEN ZERO.
016700*****************************************************************
016800*  PROCEDURE DIVISION                                          *
016900*****************************************************************
017000 PROCEDURE DIVISION.
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE
017300         THRU 1000-INITIALIZE-EXIT.
017400     IF MR-ACTION-CANCEL
017500         PERFORM 4000-CANCEL-BATCH
017600             THRU 4000-CANCEL-BATCH-EXIT
017700     ELSE
017800         PERFORM 3000-RELEASE-ONE
017900             THRU 3000-RELEASE-ONE-EXIT
018000             UNTIL WB-0027-CLM-EOF
018100     END-IF.
018200     PERFORM 8000-FINALIZE
018300         THRU 8000-FINALIZE-EXIT.
018400     GOBACK.
018500*****************************************************************
018600*    1000-INITIALIZE - THE RELEASE CARD AND THE BATCH IT NAMES. *
018700*    ONLY A STAGED BATCH MAY BE RELEASED OR CANCELLED, AND A    *
018800*    RELEASE MUST CARRY THE NET FINANCE SIGNED OFF.             *
018900*****************************************************************
019000 1000-INITIALIZE.
019100     OPEN INPUT  MADJRLSE-FILE.
019200     OPEN EXTEND INTAKE-FILE.
019300     OPEN OUTPUT RPTB027-FILE.
019400     PERFORM 1100-READ-CARD
019500         THRU 1100-READ-CARD-EXIT.
019600     MOVE MR-BTCH-NUM            TO CLMADBTB-C-ADJ-BTCH-NUM.
019700     EXEC SQL
019800         SELECT C_BTCH_STAT_CD, C_CHG_DESC_TX, C_NET_AMT,
019900                C_ADJ_CNT_NUM,
020000                TO_CHAR(CURRENT_TIMESTAMP,
020100                        'YYYY-MM-DD-HH24.MI.SS.FF6')
020200           INTO :CLMADBTB-C-BTCH-STAT-CD,
020300                :CLMADBTB-C-CHG-DESC-TX,
020400                :CLMADBTB-C-NET-AMT,
020500                :CLMADBTB-C-ADJ-CNT-NUM,
020600                :WH-0027-TS
020700           FROM C_MASS_ADJ_BTCH_TB
020800          WHERE C_ADJ_BTCH_NUM = :CLMADBTB-C-ADJ-BTCH-NUM
020900     END-EXEC.
021000     IF SQLCODE = 100
021100         DISPLAY 'PDDB0027 - BATCH NOT ON FILE ' MR-BTCH-NUM-TX
021200         GO TO 1900-BAD-CARD
021300     END-IF.
021400     IF SQLCODE NOT = 0
021500         GO TO 9999-SQL-ERROR
021600     END-IF.
021700     IF NOT CLMADBTB-C-BTCH-STAGED
021800         DISPLAY 'PDDB0027 - BATCH ' MR-BTCH-NUM-TX
021900                 ' IS NOT STAGED, STATUS '
022000                 CLMADBTB-C-BTCH-STAT-CD
022100         GO TO 1900-BAD-CARD
022200     END-IF.
022300     IF MR-ACTION-RELEASE
022400         IF MR-NET-AMT-TX (1:1) NOT = '+'
022500            AND MR-NET-AMT-TX (1:1) NOT = '-'
022600            OR MR-NET-AMT-TX (2:11) NOT NUMERIC
022700             DISPLAY 'PDDB0027 - SIGNED-OFF NET MISSING/INVALID'
022800             GO TO 1900-BAD-CARD
022900         END-IF
023000         IF MR-NET-AMT NOT = CLMADBTB-C-NET-AMT
023100             DISPLAY 'PDDB0027 - SIGNED-OFF NET ' MR-NET-AMT-TX
023200                     ' DOES NOT AGREE WITH THE BATCH'
023300             GO TO 1900-BAD-CARD
023400         END-IF
023500         MOVE MR-NET-AMT         TO CLMADBTB-C-APRV-NET-AMT
023600     ELSE
023700         MOVE ZERO               TO CLMADBTB-C-APRV-NET-AMT
023800     END-IF.
023900     MOVE MR-APRV-USER-ID        TO CLMADBTB-C-APRV-USER-ID.
024000     MOVE WH-0027-TS             TO CLMADBTB-C-APRV-TS.
024100     MOVE ZERO                   TO CLMADBTB-C-RLSE-CNT-NUM
024200                                    CLMADBTB-C-CHG-CNT-NUM.
024300     MOVE CLMADBTB-C-ADJ-BTCH-NUM TO RL-0027-H1-BTCH.
024400     MOVE CLMADBTB-C-CHG-DESC-TX  TO RL-0027-H1-DESC.
024500     MOVE CLMADBTB-C-APRV-USER-ID TO RL-0027-H2-USER.
024600     MOVE CLMADBTB-C-APRV-NET-AMT TO RL-0027-H2-NET.
024700 1000-INITIALIZE-EXIT.
024800     EXIT.
024900*****************************************************************
025000*    1100-READ-CARD - THE ONE MADJRLSE CARD                     *
025100*****************************************************************
025200 1100-READ-CARD.
025300     READ MADJRLSE-FILE
025400         AT END
025500             DISPLAY 'PDDB0027 - MISSING MADJRLSE CARD'
025600             GO TO 1900-BAD-CARD
025700     END-READ.
025800     IF MR-BTCH-NUM-TX NOT NUMERIC
025900         DISPLAY 'PDDB0027 - BATCH NUMBER NOT NUMERIC'
026000         GO TO 1900-BAD-CARD
026100     END-IF.
026200     IF NOT MR-ACTION-RELEASE
026300        AND NOT MR-ACTION-CANCEL
026400         DISPLAY 'PDDB0027 - ACTION MUST BE R OR X'
026500         GO TO 1900-BAD-CARD
026600     END-IF.
026700     IF MR-APRV-USER-ID = SPACES
026800         DISPLAY 'PDDB0027 - APPROVER IS REQUIRED'
026900         GO TO 1900-BAD-CARD
027000     END-IF.
027100 1100-READ-CARD-EXIT.
027200     EXIT.
027300*****************************************************************
027400*    1900-BAD-CARD - CARD MISSING OR INVALID, OR THE BATCH MAY  *
027500*    NOT BE ACTED ON.  NOTHING HAS BEEN CHANGED.                *
027600*****************************************************************
027700 1900-BAD-CARD.
027800     MOVE 16 TO RETURN-CODE.
027900     CLOSE MADJRLSE-FILE INTAKE-FILE RPTB027-FILE.
028000     GOBACK.
028100*****************************************************************
028200*    3000-RELEASE-ONE - THE NEXT STAGED CLAIM.  ITS STAGED      *
028300*    TRANSMISSION IS ADJUDICATED FOR REAL, IN MASS ADJUSTMENT   *
028400*    MODE; IF IT STILL COMES OUT AS SIGNED OFF IT IS POSTED AND *
028500*    KEPT, OTHERWISE EVERYTHING THE MODULE DID IS BACKED OUT    *
028600*    AND THE CLAIM IS HELD BACK FOR THE NEXT BUILD.             *
028700*****************************************************************
028800 3000-RELEASE-ONE.
028900     PERFORM 3100-NEXT-CLAIM
029000         THRU 3100-NEXT-CLAIM-EXIT.
029100     IF WB-0027-CLM-EOF
029200         GO TO 3000-RELEASE-ONE-EXIT
029300     END-IF.
029400     MOVE CLMADCTB-C-NCPDP-IMAGE TO W1C66791-C-NCPDP-CNSLDTD.
029500     IF CLMADCTB-C-NEW-DENIED
029600         MOVE 'B2'               TO W1C66791-C-NCP-POS-TRAN-CD
029700     END-IF.
029800     INITIALIZE W1C40541-C-CNTL-PHRM-IO-VW
029900                W1C56941-C-MDUL-OUT-WS.
030000     MOVE 'M'                    TO W1C40541-C-INPUT-FRM-CD.
030100     MOVE CLMADBTB-C-APRV-USER-ID
030200                                 TO W1C40541-G-AUD-USER-ID.
030300     MOVE 1                      TO WB-0027-RX-NUM.
030400     CALL WB-0027-DUAL-MODULE USING WB-0027-DFHEIBLK
030500                                    WB-0027-DFHCOMMAREA
030600                                    W1C66791-C-NCPDP-CNSLDTD
030700                                    W1C40541-C-CNTL-PHRM-IO-VW
030800                                    W1C56941-C-MDUL-OUT-WS
030900                                    WB-0027-RX-NUM
031000                                    WB-0027-QTY-PRSC-AMT-OMT.
031100     PERFORM 3200-CHECK-OUTCOME
031200         THRU 3200-CHECK-OUTCOME-EXIT.
031300     IF WB-0027-MATCHES
031400         PERFORM 3300-POST-CLAIM
031500             THRU 3300-POST-CLAIM-EXIT
031600     ELSE
031700         PERFORM 3400-HOLD-BACK
031800             THRU 3400-HOLD-BACK-EXIT
031900     END-IF.
032000     EXEC SQL COMMIT END-EXEC.
032100     PERFORM 5000-WRITE-DETAIL
032200         THRU 5000-WRITE-DETAIL-EXIT.
032300 3000-RELEASE-ONE-EXIT.
032400     EXIT.
032500*****************************************************************
032600*    3100-NEXT-CLAIM - THE LOWEST STAGED TCN ON THE BATCH       *
032700*****************************************************************
032800 3100-NEXT-CLAIM.
032900     EXEC SQL
033000         SELECT M.C_ORIG_TCN_NUM, M.C_BLNG_PROV_ID,
033100                M.C_NEW_PAID_AMT, M.C_NET_AMT, M.C_NEW_STAT_CD,
033200                M.C_NCPDP_IMAGE
033300           INTO :CLMADCTB-C-ORIG-TCN-NUM,
033400                :CLMADCTB-C-BLNG-PROV-ID,
033500                :CLMADCTB-C-NEW-PAID-AMT,
033600                :CLMADCTB-C-NET-AMT,
033700                :CLMADCTB-C-NEW-STAT-CD,
033800                :CLMADCTB-C-NCPDP-IMAGE
033900           FROM C_MASS_ADJ_CLM_TB M
034000          WHERE M.C_ADJ_BTCH_NUM = :CLMADBTB-C-ADJ-BTCH-NUM
034100            AND M.C_ADJ_STAT_CD  = 'S'
034200            AND M.C_ORIG_TCN_NUM =
034300                (SELECT MIN(S.C_ORIG_TCN_NUM)
034400                   FROM C_MASS_ADJ_CLM_TB S
034500                  WHERE S.C_ADJ_BTCH_NUM =
034600                        :CLMADBTB-C-ADJ-BTCH-NUM
034700                    AND S.C_ADJ_STAT_CD  = 'S')
034800     END-EXEC.
034900     IF SQLCODE = 100
035000         SET WB-0027-CLM-EOF TO TRUE
035100         GO TO 3100-NEXT-CLAIM-EXIT
035200     END-IF.
035300     IF SQLCODE NOT = 0
035400         GO TO 9999-SQL-ERROR
035500     END-IF.
035600 3100-NEXT-CLAIM-EXIT.
035700     EXIT.
035800*****************************************************************
035900*    3200-CHECK-OUTCOME - A STAGED REBILL MUST STILL PAY THE    *
036000*    AMOUNT SIGNED OFF; A STAGED DENIAL MUST BE ACCEPTED AS A   *
036100*    REVERSAL OF THE ORIGINAL.                                  *
036200*****************************************************************
036300 3200-CHECK-OUTCOME.
036400     MOVE 'N'                    TO WB-0027-MATCH-SW.
036500     IF W1C56941-C-MDUL-RTRN-CD NOT = WV-C4398-C-SUCCESS
036600         ADD 1 TO WB-0027-ERR-CNT
036700         GO TO 3200-CHECK-OUTCOME-EXIT
036800     END-IF.
036900     IF W1C40541-C-HDR-STAT-CD = 'D'
037000        OR W1C40541-C-HDR-STAT-CD = 'H'
037100         GO TO 3200-CHECK-OUTCOME-EXIT
037200     END-IF.
037300     IF CLMADCTB-C-NEW-PAID
037400        AND W1C40541-C-TOT-REIMB-AMT NOT = CLMADCTB-C-NEW-PAID-AMT
037500         GO TO 3200-CHECK-OUTCOME-EXIT
037600     END-IF.
037700     SET WB-0027-MATCHES         TO TRUE.
037800 3200-CHECK-OUTCOME-EXIT.
037900     EXIT.
038000*****************************************************************
038100*    3300-POST-CLAIM - TO THE INTAKE FILE FOR POSTING, AND THE  *
038200*    CLAIM IS MARKED RELEASED WITH THE TCN THAT REPLACED OR     *
038300*    REVERSED THE ORIGINAL                                      *
038400*****************************************************************
038500 3300-POST-CLAIM.
038600     WRITE IN-CLAIM-REC FROM W1C40541-C-CNTL-PHRM-IO-VW.
038700     MOVE W1C40541-C-TCN-NUM     TO CLMADCTB-C-NEW-TCN-NUM.
038800     EXEC SQL
038900         UPDATE C_MASS_ADJ_CLM_TB
039000            SET C_ADJ_STAT_CD  = 'R',
039100                C_NEW_TCN_NUM  = :CLMADCTB-C-NEW-TCN-NUM,
039200                C_RLSE_TS      = :WH-0027-TS
039300          WHERE C_ADJ_BTCH_NUM = :CLMADBTB-C-ADJ-BTCH-NUM
039400            AND C_ORIG_TCN_NUM = :CLMADCTB-C-ORIG-TCN-NUM
039500     END-EXEC.
039600     IF SQLCODE NOT = 0
039700         GO TO 9999-SQL-ERROR
039800     END-IF.
039900     SET CLMADCTB-C-ADJ-RELEASED TO TRUE.
040000     ADD 1                       TO CLMADBTB-C-RLSE-CNT-NUM.
040100     ADD CLMADCTB-C-NET-AMT      TO WB-0027-RLSE-NET-AMT.
040200 3300-POST-CLAIM-EXIT.
040300     EXIT.
040400*****************************************************************
040500*    3400-HOLD-BACK - BACK OUT THE MODULE'S WORK AND MARK THE   *
040600*    CLAIM 'C'.  IT IS FREE TO BE PICKED UP BY A LATER BUILD.   *
040700*****************************************************************
040800 3400-HOLD-BACK.
040900     EXEC SQL ROLLBACK END-EXEC.
041000     MOVE ZERO                   TO CLMADCTB-C-NEW-TCN-NUM.
041100     EXEC SQL
041200         UPDATE C_MASS_ADJ_CLM_TB
041300            SET C_ADJ_STAT_CD  = 'C'
041400          WHERE C_ADJ_BTCH_NUM = :CLMADBTB-C-ADJ-BTCH-NUM
041500            AND C_ORIG_TCN_NUM = :CLMADCTB-C-ORIG-TCN-NUM
041600     END-EXEC.
041700     IF SQLCODE NOT = 0
041800         GO TO 9999-SQL-ERROR
041900     END-IF.
042000     SET CLMADCTB-C-ADJ-CHANGED  TO TRUE.
042100     ADD 1                       TO CLMADBTB-C-CHG-CNT-NUM.
042200 3400-HOLD-BACK-EXIT.
042300     EXIT.
042400*****************************************************************
042500*    4000-CANCEL-BATCH - EVERY STAGED CLAIM AND THE BATCH ARE   *
042600*    MARKED CANCELLED; NOTHING IS ADJUDICATED OR PAID           *
042700*****************************************************************
042800 4000-CANCEL-BATCH.
042900     EXEC SQL
043000         UPDATE C_MASS_ADJ_CLM_TB
043100            SET C_ADJ_STAT_CD  = 'X'
043200          WHERE C_ADJ_BTCH_NUM = :CLMADBTB-C-ADJ-BTCH-NUM
043300            AND C_ADJ_STAT_CD  = 'S'
043400     END-EXEC.
043500     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
043600         GO TO 9999-SQL-ERROR
043700     END-IF.
043800     MOVE SQLERRD (3)            TO WH-0027-CNCL-CNT.
043900     MOVE WH-0027-CNCL-CNT       TO WB-0027-CNCL-CNT.
044000 4000-CANCEL-BATCH-EXIT.
044100     EXIT.
044200*****************************************************************
044300*    5000-WRITE-DETAIL - ONE CLAIM AND WHAT BECAME OF IT        *
044400*****************************************************************
044500 5000-WRITE-DETAIL.
044600     IF WB-0027-LINE-CNT > 55
044700         PERFORM 5100-HEADINGS
044800             THRU 5100-HEADINGS-EXIT
044900     END-IF.
045000     MOVE CLMADCTB-C-BLNG-PROV-ID  TO RL-0027-D-PROV.
045100     MOVE CLMADCTB-C-ORIG-TCN-NUM  TO RL-0027-D-ORIG-TCN.
045200     MOVE CLMADCTB-C-NEW-TCN-NUM   TO RL-0027-D-NEW-TCN.
045300     MOVE CLMADCTB-C-NET-AMT       TO RL-0027-D-NET.
045400     EVALUATE TRUE
045500       WHEN CLMADCTB-C-ADJ-RELEASED
045600        AND CLMADCTB-C-NEW-DENIED
045700         MOVE 'RELEASED - ORIGINAL REVERSED'
045800                                   TO RL-0027-D-OUTCOME
045900       WHEN CLMADCTB-C-ADJ-RELEASED
046000         MOVE 'RELEASED - REVERSED AND REBILLED'
046100                                   TO RL-0027-D-OUTCOME
046200       WHEN W1C56941-C-MDUL-RTRN-CD NOT = WV-C4398-C-SUCCESS
046300         MOVE 'HELD BACK - DUAL MODULE ERROR'
046400                                   TO RL-0027-D-OUTCOME
046500       WHEN OTHER
046600         MOVE 'HELD BACK - NO LONGER PRICES AS STAGED'
046700                                   TO RL-0027-D-OUTCOME
046800     END-EVALUATE.
046900     WRITE RPTB027-REC FROM RL-0027-DETAIL
047000         AFTER ADVANCING 1 LINE.
047100     ADD 1                         TO WB-0027-LINE-CNT.
047200 5000-WRITE-DETAIL-EXIT.
047300     EXIT.
047400*****************************************************************
047500*    5100-HEADINGS                                              *
047600*****************************************************************
047700 5100-HEADINGS.
047800     ADD 1                         TO WB-0027-PAGE-NUM.
047900     MOVE WB-0027-PAGE-NUM         TO RL-0027-H1-PAGE.
048000     WRITE RPTB027-REC FROM RL-0027-HDG1
048100         BEFORE ADVANCING TO-NEW-PAGE.
048200     WRITE RPTB027-REC FROM RL-0027-HDG2
048300         AFTER ADVANCING 1 LINE.
048400     WRITE RPTB027-REC FROM RL-0027-HDG3
048500         AFTER ADVANCING 2 LINES.
048600     MOVE 4                        TO WB-0027-LINE-CNT.
048700 5100-HEADINGS-EXIT.
048800     EXIT.
048900*****************************************************************
049000*    8000-FINALIZE - THE BATCH IS CLOSED RELEASED OR CANCELLED  *
049100*    WITH WHO ACTED AND THE OUTCOME COUNTS                      *
049200*****************************************************************
049300 8000-FINALIZE.
049400     IF MR-ACTION-CANCEL
049500         SET CLMADBTB-C-BTCH-CANCELLED TO TRUE
049600     ELSE
049700         SET CLMADBTB-C-BTCH-RELEASED  TO TRUE
049800     END-IF.
049900     EXEC SQL
050000         UPDATE C_MASS_ADJ_BTCH_TB
050100            SET C_BTCH_STAT_CD = :CLMADBTB-C-BTCH-STAT-CD,
050200                C_APRV_USER_ID = :CLMADBTB-C-APRV-USER-ID,
050300                C_APRV_TS      = :CLMADBTB-C-APRV-TS,
050400                C_APRV_NET_AMT = :CLMADBTB-C-APRV-NET-AMT,
050500                C_RLSE_CNT_NUM = :CLMADBTB-C-RLSE-CNT-NUM,
050600                C_CHG_CNT_NUM  = :CLMADBTB-C-CHG-CNT-NUM
050700          WHERE C_ADJ_BTCH_NUM = :CLMADBTB-C-ADJ-BTCH-NUM
050800     END-EXEC.
050900     IF SQLCODE NOT = 0
051000         GO TO 9999-SQL-ERROR
051100     END-IF.
051200     EXEC SQL COMMIT END-EXEC.
051300     IF WB-0027-LINE-CNT > 50
051400         PERFORM 5100-HEADINGS
051500             THRU 5100-HEADINGS-EXIT
051600     END-IF.
051700     MOVE 'CLAIMS STAGED ON THE BATCH' TO RL-0027-C-LABEL.
051800     MOVE CLMADBTB-C-ADJ-CNT-NUM   TO RL-0027-C-CNT.
051900     MOVE CLMADBTB-C-NET-AMT       TO RL-0027-C-AMT.
052000     WRITE RPTB027-REC FROM RL-0027-COUNT-LINE
052100         AFTER ADVANCING 3 LINES.
052200     MOVE 'RELEASED FOR PAYMENT'   TO RL-0027-C-LABEL.
052300     MOVE CLMADBTB-C-RLSE-CNT-NUM  TO RL-0027-C-CNT.
052400     MOVE WB-0027-RLSE-NET-AMT     TO RL-0027-C-AMT.
052500     WRITE RPTB027-REC FROM RL-0027-COUNT-LINE
052600         AFTER ADVANCING 1 LINE.
052700     MOVE 'HELD BACK - NO LONGER PRICES AS STAGED'
052800                                   TO RL-0027-C-LABEL.
052900     COMPUTE RL-0027-C-CNT =
053000         CLMADBTB-C-CHG-CNT-NUM - WB-0027-ERR-CNT.
053100     MOVE ZERO                     TO RL-0027-C-AMT.
053200     WRITE RPTB027-REC FROM RL-0027-COUNT-LINE
053300         AFTER ADVANCING 1 LINE.
053400     MOVE 'HELD BACK - DUAL MODULE ERROR'
053500                                   TO RL-0027-C-LABEL.
053600     MOVE WB-0027-ERR-CNT          TO RL-0027-C-CNT.
053700     WRITE RPTB027-REC FROM RL-0027-COUNT-LINE
053800         AFTER ADVANCING 1 LINE.
053900     MOVE 'CANCELLED'              TO RL-0027-C-LABEL.
054000     MOVE WB-0027-CNCL-CNT         TO RL-0027-C-CNT.
054100     WRITE RPTB027-REC FROM RL-0027-COUNT-LINE
054200         AFTER ADVANCING 1 LINE.
054300     DISPLAY 'PDDB0027 - MASS ADJUSTMENT BATCH '
054400             CLMADBTB-C-ADJ-BTCH-NUM ' STATUS '
054500             CLMADBTB-C-BTCH-STAT-CD.
054600     CLOSE MADJRLSE-FILE INTAKE-FILE RPTB027-FILE.
054700 8000-FINALIZE-EXIT.
054800     EXIT.
054900*****************************************************************
055000*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP.  CLAIMS  *
055100*    ALREADY RELEASED STAY RELEASED; RE-RUN THE CARD TO FINISH  *
055200*    THE REST (THE BATCH IS STILL STAGED).                      *
055300*****************************************************************
055400 9999-SQL-ERROR.
055500     DISPLAY 'PDDB0027 - SQL ERROR ON C_MASS_ADJ_CLM_TB'.
055600     DISPLAY 'SQLCODE = ' SQLCODE.
055700     EXEC SQL ROLLBACK END-EXEC.
055800     MOVE 16 TO RETURN-CODE.
055900     CLOSE MADJRLSE-FILE INTAKE-FILE RPTB027-FILE.
056000     GOBACK.
