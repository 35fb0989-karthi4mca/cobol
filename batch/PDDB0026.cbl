000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0026.
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
001400*                  BUILD.  WHEN A MAC PRICE, DISPENSING FEE OR *
001500*                  COVERAGE LIST CHANGE IS LOADED WITH A START *
001600*                  DATE IN THE PAST, THE MADJPARM CHANGE CARD  *
001700*                  (A G_LIST_DTL_TB LIST NUMBER OR A SET OF    *
001800*                  GCNS, AND THE SERVICE DATES THE CHANGE      *
001900*                  REACHES BACK OVER) SELECTS THE PAID CLAIMS  *
002000*                  IT TOUCHES.  EACH IS RE-RUN THROUGH THE     *
002100*                  DUAL MODULE AS A REBILL (B3) IN MASS        *
002200*                  ADJUSTMENT MODE (INPUT FORM 'M').  A CLAIM  *
002300*                  WHOSE PAID AMOUNT CHANGES IS STAGED ON      *
002400*                  C_MASS_ADJ_CLM_TB AS A REVERSAL AND REBILL  *
002500*                  PAIR; THE REPORT LISTS THE PAIRS AND THE    *
002600*                  NET DOLLARS BY PHARMACY FOR FINANCE TO SIGN *
002700*                  OFF.  NOTHING IS PAID UNTIL PDDB0027        *
002800*                  RELEASES THE BATCH.                         *
002900*                                                              *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT MADJPARM-FILE ASSIGN TO MADJPARM
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT RPTB026-FILE ASSIGN TO RPTB026
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200*****************************************************************
004300*  DATA DIVISION                                                *
004400*****************************************************************
004500 DATA DIVISION.
004600 FILE SECTION.
004700*    CONTROL CARDS, TYPE IN COLUMN 1:
004800*      H - CHANGE TYPE (L = EVERY GCN ON A G_LIST_DTL_TB LIST,
004900*          G = THE GCNS ON THE G CARDS), LIST NUMBER, FIRST AND
005000*          LAST SERVICE DATE AFFECTED, THE PLAN'S BIN AND PCN
005100*          FOR THE REBILL, REQUESTING USER AND A DESCRIPTION
005200*      G - UP TO EIGHT 9-DIGIT GCNS (TYPE G ONLY, UP TO 50 IN
005300*          ALL)
005400 FD  MADJPARM-FILE.
005500 01  MP-CARD-REC.
005600     05  MP-CARD-TY                  PIC X(00001).
005700     05  FILLER                      PIC X(00079).
005800 01  MP-HDR-CARD.
005900     05  FILLER                      PIC X(00001).
006000     05  MP-CHG-TY-CD                PIC X(00001).
006100     05  MP-LIST-NUM                 PIC X(00004).
006200     05  MP-EFF-BEG-DT               PIC X(00010).
006300     05  MP-EFF-END-DT               PIC X(00010).
006400     05  MP-BIN-TX                   PIC X(00006).
006500     05  MP-PCN-TX                   PIC X(00010).
006600     05  MP-RQST-USER-ID             PIC X(00008).
006700     05  MP-CHG-DESC-TX              PIC X(00030).
006800 01  MP-GCN-CARD.
006900     05  FILLER                      PIC X(00001).
007000     05  MP-GCN-TX                   PIC X(00009)
007100                                     OCCURS 8 TIMES.
007200     05  FILLER                      PIC X(00007).
007300 FD  RPTB026-FILE
007400     RECORDING MODE IS F.
007500 01  RPTB026-REC                     PIC X(00133).
007600*****************************************************************
007700*  WORKING-STORAGE SECTION                                     *
007800*****************************************************************
007900 WORKING-STORAGE SECTION.
008000 77  WB-0026-CARD-EOF-SW             PIC X(00001) VALUE 'N'.
008100     88  WB-0026-CARD-EOF            VALUE 'Y'.
008200 77  WB-0026-CLM-EOF-SW              PIC X(00001) VALUE 'N'.
008300     88  WB-0026-CLM-EOF             VALUE 'Y'.
008400 77  WB-0026-RPT-EOF-SW              PIC X(00001) VALUE 'N'.
008500     88  WB-0026-RPT-EOF             VALUE 'Y'.
008600 77  WB-0026-FIRST-SW                PIC X(00001) VALUE 'Y'.
008700     88  WB-0026-FIRST-REC           VALUE 'Y'.
008800 77  WB-0026-HDR-SW                  PIC X(00001) VALUE 'N'.
008900     88  WB-0026-HDR-READ            VALUE 'Y'.
009000 77  WB-0026-UNCHG-CNT               PIC S9(00009) COMP-3
009100                                     VALUE ZERO.
009200 77  WB-0026-PHRM-CNT                PIC S9(00009) COMP-3
009300                                     VALUE ZERO.
009400 77  WB-0026-PHRM-CLM-CNT            PIC S9(00009) COMP-3
009500                                     VALUE ZERO.
009600 77  WB-0026-PHRM-ORIG-AMT           PIC S9(00011)V9(00002) COMP-3
009700                                     VALUE ZERO.
009800 77  WB-0026-PHRM-NEW-AMT            PIC S9(00011)V9(00002) COMP-3
009900                                     VALUE ZERO.
010000 77  WB-0026-LINE-CNT                PIC S9(00004) COMP
010100                                     VALUE +99.
010200 77  WB-0026-PAGE-NUM                PIC S9(00004) COMP
010300                                     VALUE ZERO.
010400 77  WB-0026-GCN-IX                  PIC S9(00004) COMP
010500                                     VALUE ZERO.
010600 77  WB-0026-CARD-IX                 PIC S9(00004) COMP
010700                                     VALUE ZERO.
010800 77  WB-0026-DUAL-MODULE             PIC X(00008)
010900                                     VALUE 'PDDC9870'.
011000 77  WB-0026-BIN-TX                  PIC X(00006) VALUE SPACES.
011100 77  WB-0026-BIN-NUM REDEFINES WB-0026-BIN-TX
011200                                     PIC 9(00006).
011300 77  WB-0026-PCN-TX                  PIC X(00010) VALUE SPACES.
011400 77  WB-0026-RX-9                    PIC 9(00012) VALUE ZERO.
011500 77  WB-0026-GCN-9                   PIC 9(00009) VALUE ZERO.
011600*    THE KEYED GCN SET FOR A TYPE G CHANGE.
011700 01  WB-0026-GCN-TABLE.
011800     05  WB-0026-GCN-CNT             PIC S9(00004) COMP
011900                                     VALUE ZERO.
012000     05  WB-0026-GCN-ENTRY           OCCURS 50 TIMES.
012100         10  WB-0026-GCN-NUM         PIC S9(00009) COMP.
012200*    A DATE AS KEYED OR STORED (CCYY-MM-DD) AND AS THE NCPDP
012300*    TRANSMISSION CARRIES IT (CCYYMMDD).
012400 01  WB-0026-DATE-AREA.
012500     05  WB-0026-DATE-TX.
012600         10  WB-0026-DATE-CCYY       PIC X(00004).
012700         10  WB-0026-DATE-DASH1      PIC X(00001).
012800         10  WB-0026-DATE-MM         PIC X(00002).
012900         10  WB-0026-DATE-DASH2      PIC X(00001).
013000         10  WB-0026-DATE-DD         PIC X(00002).
013100     05  WB-0026-DATE-8.
013200         10  WB-0026-DATE-8-CCYY     PIC X(00004).
013300         10  WB-0026-DATE-8-MM       PIC X(00002).
013400         10  WB-0026-DATE-8-DD       PIC X(00002).
013500     05  WB-0026-DATE-8-NUM REDEFINES WB-0026-DATE-8
013600                                     PIC 9(00008).
013700*****************************************************************
013800*  MODULE RETURN CODE VALUES (WV-C4398-C-SUCCESS ET AL)         *
013900*****************************************************************
014000     COPY WVC4398C.
014100*****************************************************************
014200*  DUMMY CICS LINKAGE BLOCKS FOR THE DUAL MODULE - IN BATCH THE *
014300*  MODULE NEVER TOUCHES THE EIB, IT ONLY NEEDS THE PARAMETERS.  *
014400*****************************************************************
014500 01  WB-0026-DFHEIBLK                PIC X(00128)
014600                                     VALUE LOW-VALUES.
014700 01  WB-0026-DFHCOMMAREA             PIC X(00001)
014800                                     VALUE LOW-VALUES.
014900 01  WB-0026-RX-NUM                  PIC 9(00001) VALUE 1.
015000 01  WB-0026-QTY-PRSC-AMT-OMT        PIC X(00001) VALUE SPACE.
015100*    THE REBILL AS BUILT - KEPT APART FROM THE CALL AREA, WHICH
015200*    THE MODULE MAY ALTER, SO IT IS STAGED EXACTLY AS SENT.
015300 01  WB-0026-TXMIT-IMAGE             PIC X(30000).
015400*****************************************************************
015500*  PARAMETER AREAS FOR THE DUAL MODULE CALL                     *
015600*****************************************************************
015700     COPY W1C66791.
015800     COPY W1C40541.
015900     COPY W1C56941.
016000*****************************************************************
016100*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
016200*****************************************************************
016300     EXEC SQL INCLUDE SQLCA END-EXEC.
016400     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
016500     COPY CLMADBTB.
016600     COPY CLMADCTB.
016700 01  WH-0026-HOST-VARS.
016800     05  WH-0026-GCN-NUM             PIC S9(00009) COMP.
016900     05  WH-0026-INS-CNT             PIC S9(00009) COMP.
017000     05  WH-0026-PROV-NAM            PIC X(00030).
017100     05  WH-0026-RX-REFILL-NUM       PIC S9(00002) COMP-3.
017200     05  WH-0026-QTY-AMT             PIC S9(00008)V9(00003)
017300                                     COMP-3.
017400     05  WH-0026-DAYS-NUM            PIC S9(00003) COMP-3.
017500     05  WH-0026-NDC-TX              PIC X(00011).
017600     05  WH-0026-DAW-CD              PIC X(00001).
017700     05  WH-0026-PRSC-ID             PIC X(00015).
017800     05  WH-0026-CHRG-AMT            PIC S9(00009)V9(00002)
017900                                     COMP-3.
018000     05  WH-0026-GROUP-ID            PIC X(00015).
018100     05  WH-0026-CRDHLDR-ID          PIC X(00020).
018200     05  WH-0026-DOB-DT              PIC X(00010).
018300     05  WH-0026-PHRM-CNT            PIC S9(00009) COMP.
018400     05  WH-0026-ORIG-AMT            PIC S9(00011)V9(00002)
018500                                     COMP-3.
018600     05  WH-0026-NEW-AMT             PIC S9(00011)V9(00002)
018700                                     COMP-3.
018800     05  WH-0026-NET-AMT             PIC S9(00011)V9(00002)
018900                                     COMP-3.
019000     EXEC SQL END DECLARE SECTION END-EXEC.
019100*****************************************************************
019200*  STAGED PAIRS IN PHARMACY ORDER, AND THE NET DOLLARS BY       *
019300*  PHARMACY FOR THE SIGN-OFF SUMMARY                            *
019400*****************************************************************
019500     EXEC SQL
019600         DECLARE B026D CURSOR FOR
019700         SELECT M.C_BLNG_PROV_ID, M.C_ORIG_TCN_NUM,
019800                M.C_RX_SVC_REF_NUM, M.C_HDR_SVC_FST_DT,
019900                M.R_DRUG_GCN_SEQ_NUM, M.C_ORIG_PAID_AMT,
020000                M.C_NEW_PAID_AMT, M.C_NET_AMT, M.C_NEW_STAT_CD
020100           FROM C_MASS_ADJ_CLM_TB M
020200          WHERE M.C_ADJ_BTCH_NUM = :CLMADBTB-C-ADJ-BTCH-NUM
020300            AND M.C_ADJ_STAT_CD  = 'S'
020400          ORDER BY M.C_BLNG_PROV_ID, M.C_ORIG_TCN_NUM
020500     END-EXEC.
020600     EXEC SQL
020700         DECLARE B026S CURSOR FOR
020800         SELECT M.C_BLNG_PROV_ID,
020900                NVL((SELECT P.C_PROV_NAM
021000                       FROM C_PROV_MSTR_TB P
021100                      WHERE P.C_PROV_ID = M.C_BLNG_PROV_ID
021200                        AND ROWNUM = 1), 'NAME NOT ON FILE'),
021300                COUNT(*), SUM(M.C_ORIG_PAID_AMT),
021400                SUM(M.C_NEW_PAID_AMT), SUM(M.C_NET_AMT)
021500           FROM C_MASS_ADJ_CLM_TB M
021600          WHERE M.C_ADJ_BTCH_NUM = :CLMADBTB-C-ADJ-BTCH-NUM
021700            AND M.C_ADJ_STAT_CD  = 'S'
021800          GROUP BY M.C_BLNG_PROV_ID
021900          ORDER BY M.C_BLNG_PROV_ID
022000     END-EXEC.
022100*****************************************************************
022200*  REPORT LINE LAYOUTS                                         *
022300*****************************************************************
022400 01  RL-0026-HDG1.
022500     05  FILLER                      PIC X(00001) VALUE SPACE.
022600     05  FILLER                      PIC X(00050) VALUE
022700         'PDDB0026 - RETROACTIVE MASS ADJUSTMENT'.
022800     05  FILLER                      PIC X(00006) VALUE 'BATCH '.
022900     05  RL-0026-H1-BTCH             PIC Z(00008)9.
023000     05  FILLER                      PIC X(00005) VALUE SPACES.
023100     05  RL-0026-H1-DESC             PIC X(00040).
023200     05  FILLER                      PIC X(00005) VALUE 'PAGE '.
023300     05  RL-0026-H1-PAGE             PIC ZZZ9.
023400 01  RL-0026-HDG2.
023500     05  FILLER                      PIC X(00001) VALUE SPACE.
023600     05  RL-0026-H2-CHG              PIC X(00030).
023700     05  FILLER                      PIC X(00015) VALUE
023800         'SERVICE DATES '.
023900     05  RL-0026-H2-BEG              PIC X(00010).
024000     05  FILLER                      PIC X(00004) VALUE ' TO '.
024100     05  RL-0026-H2-END              PIC X(00010).
024200     05  FILLER                      PIC X(00013) VALUE
024300         '   REQUESTED '.
024400     05  RL-0026-H2-USER             PIC X(00008).
024500 01  RL-0026-HDG3.
024600     05  FILLER                      PIC X(00001) VALUE SPACE.
024700     05  FILLER                      PIC X(00048) VALUE
024800         'PHARMACY         TCN                RX NUMBER   '.
024900     05  FILLER                      PIC X(00048) VALUE
025000         'SVC DATE        GCN  TRANSACTION        AMOUNT  '.
025100     05  FILLER                      PIC X(00012) VALUE
025200         '   NET'.
025300 01  RL-0026-DETAIL.
025400     05  FILLER                      PIC X(00001) VALUE SPACE.
025500     05  RL-0026-D-PROV              PIC X(00015).
025600     05  FILLER                      PIC X(00002) VALUE SPACES.
025700     05  RL-0026-D-TCN               PIC 9(00017).
025800     05  FILLER                      PIC X(00002) VALUE SPACES.
025900     05  RL-0026-D-RX                PIC Z(00011)9.
026000     05  FILLER                      PIC X(00002) VALUE SPACES.
026100     05  RL-0026-D-SVC-DT            PIC X(00010).
026200     05  FILLER                      PIC X(00002) VALUE SPACES.
026300     05  RL-0026-D-GCN               PIC Z(00008)9.
026400     05  FILLER                      PIC X(00002) VALUE SPACES.
026500     05  RL-0026-D-TRAN              PIC X(00016).
026600     05  RL-0026-D-AMT               PIC ZZZ,ZZ9.99-.
026700     05  FILLER                      PIC X(00002) VALUE SPACES.
026800     05  RL-0026-D-NET               PIC ZZZ,ZZ9.99-
026900                                     BLANK WHEN ZERO.
027000 01  RL-0026-PHRM-TOT.
027100     05  FILLER                      PIC X(00001) VALUE SPACE.
027200     05  FILLER                      PIC X(00012) VALUE
027300         'PHARMACY '.
027400     05  RL-0026-P-PROV              PIC X(00015).
027500     05  FILLER                      PIC X(00002) VALUE SPACES.
027600     05  RL-0026-P-CNT               PIC ZZZ,ZZ9.
027700     05  FILLER                      PIC X(00012) VALUE
027800         ' CLAIMS  REV'.
027900     05  RL-0026-P-ORIG              PIC ZZ,ZZZ,ZZ9.99-.
028000     05  FILLER                      PIC X(00008) VALUE
028100         '  REBILL'.
028200     05  RL-0026-P-NEW               PIC ZZ,ZZZ,ZZ9.99-.
028300     05  FILLER                      PIC X(00006) VALUE
028400         '  NET'.
028500     05  RL-0026-P-NET               PIC ZZ,ZZZ,ZZ9.99-.
028600 01  RL-0026-SUM-HDG.
028700     05  FILLER                      PIC X(00001) VALUE SPACE.
028800     05  FILLER                      PIC X(00048) VALUE
028900         'NET DOLLARS BY PHARMACY - FOR FINANCE SIGN-OFF'.
029000 01  RL-0026-SUM-HDG2.
029100     05  FILLER                      PIC X(00001) VALUE SPACE.
029200     05  FILLER                      PIC X(00048) VALUE
029300         'PHARMACY         NAME                           '.
029400     05  FILLER                      PIC X(00030) VALUE
029500         ' CLAIMS      ORIGINAL PAID   '.
029600     05  FILLER                      PIC X(00030) VALUE
029700         '     NEW PAID       NET AMOUNT'.
029800 01  RL-0026-SUM-LINE.
029900     05  FILLER                      PIC X(00001) VALUE SPACE.
030000     05  RL-0026-S-PROV              PIC X(00015).
030100     05  FILLER                      PIC X(00002) VALUE SPACES.
030200     05  RL-0026-S-NAM               PIC X(00030).
030300     05  FILLER                      PIC X(00001) VALUE SPACE.
030400     05  RL-0026-S-CNT               PIC ZZZ,ZZ9.
030500     05  FILLER                      PIC X(00002) VALUE SPACES.
030600     05  RL-0026-S-ORIG              PIC ZZZ,ZZZ,ZZ9.99-.
030700     05  FILLER                      PIC X(00002) VALUE SPACES.
030800     05  RL-0026-S-NEW               PIC ZZZ,ZZZ,ZZ9.99-.
030900     05  FILLER                      PIC X(00002) VALUE SPACES.
031000     05  RL-0026-S-NET               PIC ZZZ,ZZZ,ZZ9.99-.
031100 01  RL-0026-COUNT-LINE.
031200     05  FILLER                      PIC X(00001) VALUE SPACE.
031300     05  RL-0026-C-LABEL             PIC X(00040).
031400     05  RL-0026-C-CNT               PIC ZZZ,ZZZ,ZZ9.
031500     05  FILLER                      PIC X(00002) VALUE SPACES.
031600     05  RL-0026-C-AMT               PIC ZZZ,ZZZ,ZZ9.99-
031700                                     BLANK WHEN ZERO.
031800 01  RL-0026-TEXT-LINE.
031900     05  FILLER                      PIC X(00001) VALUE SPACE.
032000     05  RL-0026-T-TX                PIC X(00100).
032100*****************************************************************
032200*  PROCEDURE DIVISION                                          *
032300*****************************************************************
032400 PROCEDURE DIVISION.
032500 0000-MAINLINE.
032600     PERFORM 1000-INITIALIZE
032700         THRU 1000-INITIALIZE-EXIT.
032800     PERFORM 2000-SELECT-CLAIMS
032900         THRU 2000-SELECT-CLAIMS-EXIT.
033000     PERFORM 3000-READJUDICATE
033100         THRU 3000-READJUDICATE-EXIT
033200         UNTIL WB-0026-CLM-EOF.
033300     PERFORM 5000-REPORT
033400         THRU 5000-REPORT-EXIT.
033500     PERFORM 8000-FINALIZE
033600         THRU 8000-FINALIZE-EXIT.
033700     GOBACK.
033800*****************************************************************
033900*    1000-INITIALIZE - CHANGE CARD AND THE NEW BATCH ROW        *
034000*****************************************************************
034100 1000-INITIALIZE.
034200     OPEN INPUT  MADJPARM-FILE.
034300     OPEN OUTPUT RPTB026-FILE.
034400     INITIALIZE CLMADBTB-C-MASS-ADJ-BTCH-TB.
034500     PERFORM 1100-READ-CARD
034600         THRU 1100-READ-CARD-EXIT
034700         UNTIL WB-0026-CARD-EOF.
034800     IF NOT WB-0026-HDR-READ
034900         DISPLAY 'PDDB0026 - MISSING MADJPARM H CARD'
035000         GO TO 1900-BAD-CARD
035100     END-IF.
035200     IF NOT CLMADBTB-C-CHG-LIST
035300        AND NOT CLMADBTB-C-CHG-GCN-SET
035400         DISPLAY 'PDDB0026 - CHANGE TYPE MUST BE L OR G'
035500         GO TO 1900-BAD-CARD
035600     END-IF.
035700     IF CLMADBTB-C-CHG-LIST
035800        AND CLMADBTB-G-LIST-NUM = SPACES
035900         DISPLAY 'PDDB0026 - TYPE L CHANGE NEEDS A LIST NUMBER'
036000         GO TO 1900-BAD-CARD
036100     END-IF.
036200     IF CLMADBTB-C-CHG-GCN-SET
036300        AND WB-0026-GCN-CNT = ZERO
036400         DISPLAY 'PDDB0026 - TYPE G CHANGE NEEDS G CARDS'
036500         GO TO 1900-BAD-CARD
036600     END-IF.
036700     MOVE CLMADBTB-C-EFF-BEG-DT  TO WB-0026-DATE-TX.
036800     IF WB-0026-DATE-DASH1 NOT = '-'
036900        OR WB-0026-DATE-DASH2 NOT = '-'
037000        OR CLMADBTB-C-EFF-END-DT (5:1) NOT = '-'
037100        OR CLMADBTB-C-EFF-END-DT (8:1) NOT = '-'
037200        OR CLMADBTB-C-EFF-BEG-DT > CLMADBTB-C-EFF-END-DT
037300         DISPLAY 'PDDB0026 - INVALID SERVICE DATE RANGE'
037400         GO TO 1900-BAD-CARD
037500     END-IF.
037600     IF WB-0026-BIN-TX NOT NUMERIC
037700         DISPLAY 'PDDB0026 - BIN MUST BE 6 DIGITS'
037800         GO TO 1900-BAD-CARD
037900     END-IF.
038000     IF CLMADBTB-C-RQST-USER-ID = SPACES
038100         MOVE 'PDDB0026'         TO CLMADBTB-C-RQST-USER-ID
038200     END-IF.
038300     MOVE WB-0026-GCN-CNT        TO CLMADBTB-C-GCN-CNT-NUM.
038400     SET CLMADBTB-C-BTCH-BUILDING TO TRUE.
038500     EXEC SQL
038600         SELECT C_MASS_ADJ_SEQ.NEXTVAL,
038700                TO_CHAR(CURRENT_TIMESTAMP,
038800                        'YYYY-MM-DD-HH24.MI.SS.FF6')
038900           INTO :CLMADBTB-C-ADJ-BTCH-NUM,
039000                :CLMADBTB-C-BUILD-TS
039100           FROM DUAL
039200     END-EXEC.
039300     IF SQLCODE NOT = 0
039400         GO TO 9999-SQL-ERROR
039500     END-IF.
039600     EXEC SQL
039700         INSERT INTO C_MASS_ADJ_BTCH_TB
039800               (C_ADJ_BTCH_NUM, C_CHG_TY_CD, G_LIST_NUM,
039900                C_GCN_CNT_NUM, C_EFF_BEG_DT, C_EFF_END_DT,
040000                C_CHG_DESC_TX, C_BTCH_STAT_CD, C_SLCT_CNT_NUM,
040100                C_ADJ_CNT_NUM, C_DENY_CNT_NUM, C_ERR_CNT_NUM,
040200                C_ORIG_AMT, C_NEW_AMT, C_NET_AMT,
040300                C_RQST_USER_ID, C_BUILD_TS, C_APRV_USER_ID,
040400                C_APRV_TS, C_APRV_NET_AMT, C_RLSE_CNT_NUM,
040500                C_CHG_CNT_NUM)
040600         VALUES (:CLMADBTB-C-ADJ-BTCH-NUM,
040700                 :CLMADBTB-C-CHG-TY-CD, :CLMADBTB-G-LIST-NUM,
040800                 :CLMADBTB-C-GCN-CNT-NUM,
040900                 :CLMADBTB-C-EFF-BEG-DT, :CLMADBTB-C-EFF-END-DT,
041000                 :CLMADBTB-C-CHG-DESC-TX,
041100                 :CLMADBTB-C-BTCH-STAT-CD, 0, 0, 0, 0,
041200                 0, 0, 0,
041300                 :CLMADBTB-C-RQST-USER-ID, :CLMADBTB-C-BUILD-TS,
041400                 ' ', ' ', 0, 0, 0)
041500     END-EXEC.
041600     IF SQLCODE NOT = 0
041700         GO TO 9999-SQL-ERROR
041800     END-IF.
041900     EXEC SQL COMMIT END-EXEC.
042000     MOVE CLMADBTB-C-ADJ-BTCH-NUM TO RL-0026-H1-BTCH.
042100     MOVE CLMADBTB-C-CHG-DESC-TX  TO RL-0026-H1-DESC.
042200     MOVE CLMADBTB-C-EFF-BEG-DT   TO RL-0026-H2-BEG.
042300     MOVE CLMADBTB-C-EFF-END-DT   TO RL-0026-H2-END.
042400     MOVE CLMADBTB-C-RQST-USER-ID TO RL-0026-H2-USER.
042500     MOVE SPACES                  TO RL-0026-H2-CHG.
042600     IF CLMADBTB-C-CHG-LIST
042700         STRING 'CONFIGURATION LIST ' CLMADBTB-G-LIST-NUM
042800             DELIMITED BY SIZE INTO RL-0026-H2-CHG
042900     ELSE
043000         MOVE WB-0026-GCN-CNT     TO RL-0026-C-CNT
043100         STRING 'KEYED GCN SET (' RL-0026-C-CNT (8:4) ')'
043200             DELIMITED BY SIZE INTO RL-0026-H2-CHG
043300     END-IF.
043400 1000-INITIALIZE-EXIT.
043500     EXIT.
043600*****************************************************************
043700*    1100-READ-CARD - ONE MADJPARM CARD                         *
043800*****************************************************************
043900 1100-READ-CARD.
044000     READ MADJPARM-FILE
044100         AT END
044200             SET WB-0026-CARD-EOF TO TRUE
044300             GO TO 1100-READ-CARD-EXIT
044400     END-READ.
044500     EVALUATE MP-CARD-TY
044600       WHEN 'H'
044700         SET WB-0026-HDR-READ    TO TRUE
044800         MOVE MP-CHG-TY-CD       TO CLMADBTB-C-CHG-TY-CD
044900         MOVE MP-LIST-NUM        TO CLMADBTB-G-LIST-NUM
045000         MOVE MP-EFF-BEG-DT      TO CLMADBTB-C-EFF-BEG-DT
045100         MOVE MP-EFF-END-DT      TO CLMADBTB-C-EFF-END-DT
045200         MOVE MP-BIN-TX          TO WB-0026-BIN-TX
045300         MOVE MP-PCN-TX          TO WB-0026-PCN-TX
045400         MOVE MP-RQST-USER-ID    TO CLMADBTB-C-RQST-USER-ID
045500         MOVE MP-CHG-DESC-TX     TO CLMADBTB-C-CHG-DESC-TX
045600       WHEN 'G'
045700         PERFORM 1200-LOAD-GCN
045800             THRU 1200-LOAD-GCN-EXIT
045900             VARYING WB-0026-CARD-IX FROM 1 BY 1
046000             UNTIL WB-0026-CARD-IX > 8
046100       WHEN OTHER
046200         DISPLAY 'PDDB0026 - UNKNOWN MADJPARM CARD TYPE '
046300                 MP-CARD-TY
046400         GO TO 1900-BAD-CARD
046500     END-EVALUATE.
046600 1100-READ-CARD-EXIT.
046700     EXIT.
046800*****************************************************************
046900*    1200-LOAD-GCN - ONE GCN FROM A G CARD (BLANK SLOTS SKIPPED) *
047000*****************************************************************
047100 1200-LOAD-GCN.
047200     IF MP-GCN-TX (WB-0026-CARD-IX) = SPACES
047300         GO TO 1200-LOAD-GCN-EXIT
047400     END-IF.
047500     IF MP-GCN-TX (WB-0026-CARD-IX) NOT NUMERIC
047600         DISPLAY 'PDDB0026 - GCN NOT NUMERIC '
047700                 MP-GCN-TX (WB-0026-CARD-IX)
047800         GO TO 1900-BAD-CARD
047900     END-IF.
048000     IF WB-0026-GCN-CNT NOT < 50
048100         DISPLAY 'PDDB0026 - MORE THAN 50 GCNS ON G CARDS'
048200         GO TO 1900-BAD-CARD
048300     END-IF.
048400     ADD 1 TO WB-0026-GCN-CNT.
048500     MOVE MP-GCN-TX (WB-0026-CARD-IX) TO WB-0026-GCN-9.
048600     MOVE WB-0026-GCN-9 TO WB-0026-GCN-NUM (WB-0026-GCN-CNT).
048700 1200-LOAD-GCN-EXIT.
048800     EXIT.
048900*****************************************************************
049000*    1900-BAD-CARD - CONTROL CARD MISSING OR INVALID            *
049100*****************************************************************
049200 1900-BAD-CARD.
049300     MOVE 16 TO RETURN-CODE.
049400     CLOSE MADJPARM-FILE RPTB026-FILE.
049500     GOBACK.
049600*****************************************************************
049700*    2000-SELECT-CLAIMS - EVERY PAID CLAIM THE CHANGE TOUCHES   *
049800*    GOES ONTO THE BATCH AS WAITING ('W') IN ONE UNIT OF WORK,  *
049900*    SO EACH RE-ADJUDICATION BELOW CAN BE BACKED OUT ON ITS OWN *
050000*****************************************************************
050100 2000-SELECT-CLAIMS.
050200     IF CLMADBTB-C-CHG-LIST
050300         PERFORM 2100-SELECT-LIST
050400             THRU 2100-SELECT-LIST-EXIT
050500     ELSE
050600         PERFORM 2200-SELECT-GCN
050700             THRU 2200-SELECT-GCN-EXIT
050800             VARYING WB-0026-GCN-IX FROM 1 BY 1
050900             UNTIL WB-0026-GCN-IX > WB-0026-GCN-CNT
051000     END-IF.
051100     EXEC SQL COMMIT END-EXEC.
051200 2000-SELECT-CLAIMS-EXIT.
051300     EXIT.
051400*****************************************************************
051500*    2100-SELECT-LIST - CLAIMS FOR ANY GCN ON THE LIST (THE GCN *
051600*    IN THE START LIMIT) WHOSE ROW IS IN FORCE SOMEWHERE IN THE *
051700*    SERVICE DATE RANGE.  A CLAIM STILL HELD IN ESCROW OR ON    *
051800*    THE PEND QUEUE, OR ALREADY ON AN OPEN OR RELEASED BATCH,   *
051900*    IS LEFT ALONE.                                             *
052000*****************************************************************
052100 2100-SELECT-LIST.
052200     EXEC SQL
052300         INSERT INTO C_MASS_ADJ_CLM_TB
052400               (C_ADJ_BTCH_NUM, R_CUST_PART_NUM, C_ORIG_TCN_NUM,
052500                C_BLNG_PROV_ID, C_RX_SVC_REF_NUM,
052600                C_HDR_SVC_FST_DT, R_DRUG_GCN_SEQ_NUM,
052700                C_BAT_PYMT_TY_CD, C_ORIG_PAID_AMT,
052800                C_NEW_PAID_AMT, C_NET_AMT, C_NEW_STAT_CD,
052900                C_ADJ_STAT_CD, C_NEW_TCN_NUM, C_RLSE_TS,
053000                C_DSBR_CYC_END_DT, C_RVRS_DSBR_IND,
053100                C_NCPDP_IMAGE)
053200         SELECT :CLMADBTB-C-ADJ-BTCH-NUM, A.R_CUST_PART_NUM,
053300                A.C_TCN_NUM, A.C_BLNG_PROV_ID,
053400                A.C_RX_SVC_REF_NUM, A.C_HDR_SVC_FST_DT,
053500                A.R_DRUG_GCN_SEQ_NUM,
053600                COALESCE(A.C_BAT_PYMT_TY_CD, 'M'),
053700                NVL(A.C_TOT_REIMB_AMT, 0), 0, 0, ' ',
053800                'W', 0, ' ', ' ', ' ', ' '
053900           FROM C_LI_DRUG_TB A
054000          WHERE A.C_HDR_STAT_CD     = 'P'
054100            AND A.C_HDR_SVC_FST_DT >= :CLMADBTB-C-EFF-BEG-DT
054200            AND A.C_HDR_SVC_FST_DT <= :CLMADBTB-C-EFF-END-DT
054300            AND EXISTS
054400                (SELECT 1
054500                   FROM G_LIST_DTL_TB G
054600                  WHERE G.G_LIST_SUBSYS_CD = 'C'
054700                    AND G.G_LIST_NUM       = :CLMADBTB-G-LIST-NUM
054800                    AND RTRIM(G.G_LIST_STRT_LMT) =
054900                        LPAD(TO_CHAR(A.R_DRUG_GCN_SEQ_NUM), 9,
055000                             '0')
055100                    AND G.G_LIST_EFF_STRT_DT <=
055200                        :CLMADBTB-C-EFF-END-DT
055300                    AND G.G_LIST_EFF_END_DT  >=
055400                        :CLMADBTB-C-EFF-BEG-DT)
055500            AND NOT EXISTS
055600                (SELECT 1
055700                   FROM C_PAY_ESCROW_TB E
055800                  WHERE E.C_TCN_NUM        = A.C_TCN_NUM
055900                    AND E.C_ESCROW_STAT_CD <> 'D')
056000            AND NOT EXISTS
056100                (SELECT 1
056200                   FROM C_CLM_PEND_TB Q
056300                  WHERE Q.C_TCN_NUM = A.C_TCN_NUM
056400                    AND COALESCE(Q.C_DSBR_CYC_END_DT, ' ') = ' ')
056500            AND NOT EXISTS
056600                (SELECT 1
056700                   FROM C_MASS_ADJ_CLM_TB X
056800                  WHERE X.C_ORIG_TCN_NUM = A.C_TCN_NUM
056900                    AND X.C_ADJ_STAT_CD IN ('W', 'S', 'R'))
057000     END-EXEC.
057100     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
057200         GO TO 9999-SQL-ERROR
057300     END-IF.
057400     MOVE SQLERRD (3)            TO WH-0026-INS-CNT.
057500     ADD WH-0026-INS-CNT         TO CLMADBTB-C-SLCT-CNT-NUM.
057600 2100-SELECT-LIST-EXIT.
057700     EXIT.
057800*****************************************************************
057900*    2200-SELECT-GCN - CLAIMS FOR ONE KEYED GCN, SAME RULES     *
058000*****************************************************************
058100 2200-SELECT-GCN.
058200     MOVE WB-0026-GCN-NUM (WB-0026-GCN-IX) TO WH-0026-GCN-NUM.
058300     EXEC SQL
058400         INSERT INTO C_MASS_ADJ_CLM_TB
058500               (C_ADJ_BTCH_NUM, R_CUST_PART_NUM, C_ORIG_TCN_NUM,
058600                C_BLNG_PROV_ID, C_RX_SVC_REF_NUM,
058700                C_HDR_SVC_FST_DT, R_DRUG_GCN_SEQ_NUM,
058800                C_BAT_PYMT_TY_CD, C_ORIG_PAID_AMT,
058900                C_NEW_PAID_AMT, C_NET_AMT, C_NEW_STAT_CD,
059000                C_ADJ_STAT_CD, C_NEW_TCN_NUM, C_RLSE_TS,
059100                C_DSBR_CYC_END_DT, C_RVRS_DSBR_IND,
059200                C_NCPDP_IMAGE)
059300         SELECT :CLMADBTB-C-ADJ-BTCH-NUM, A.R_CUST_PART_NUM,
059400                A.C_TCN_NUM, A.C_BLNG_PROV_ID,
059500                A.C_RX_SVC_REF_NUM, A.C_HDR_SVC_FST_DT,
059600                A.R_DRUG_GCN_SEQ_NUM,
059700                COALESCE(A.C_BAT_PYMT_TY_CD, 'M'),
059800                NVL(A.C_TOT_REIMB_AMT, 0), 0, 0, ' ',
059900                'W', 0, ' ', ' ', ' ', ' '
060000           FROM C_LI_DRUG_TB A
060100          WHERE A.C_HDR_STAT_CD      = 'P'
060200            AND A.R_DRUG_GCN_SEQ_NUM = :WH-0026-GCN-NUM
060300            AND A.C_HDR_SVC_FST_DT  >= :CLMADBTB-C-EFF-BEG-DT
060400            AND A.C_HDR_SVC_FST_DT  <= :CLMADBTB-C-EFF-END-DT
060500            AND NOT EXISTS
060600                (SELECT 1
060700                   FROM C_PAY_ESCROW_TB E
060800                  WHERE E.C_TCN_NUM        = A.C_TCN_NUM
060900                    AND E.C_ESCROW_STAT_CD <> 'D')
061000            AND NOT EXISTS
061100                (SELECT 1
061200                   FROM C_CLM_PEND_TB Q
061300                  WHERE Q.C_TCN_NUM = A.C_TCN_NUM
061400                    AND COALESCE(Q.C_DSBR_CYC_END_DT, ' ') = ' ')
061500            AND NOT EXISTS
061600                (SELECT 1
061700                   FROM C_MASS_ADJ_CLM_TB X
061800                  WHERE X.C_ORIG_TCN_NUM = A.C_TCN_NUM
061900                    AND X.C_ADJ_STAT_CD IN ('W', 'S', 'R'))
062000     END-EXEC.
062100     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
062200         GO TO 9999-SQL-ERROR
062300     END-IF.
062400     MOVE SQLERRD (3)            TO WH-0026-INS-CNT.
062500     ADD WH-0026-INS-CNT         TO CLMADBTB-C-SLCT-CNT-NUM.
062600 2200-SELECT-GCN-EXIT.
062700     EXIT.
062800*****************************************************************
062900*    3000-READJUDICATE - THE NEXT WAITING CLAIM: REBUILD IT AS  *
063000*    A REBILL, DRIVE IT THROUGH THE DUAL MODULE, BACK OUT WHAT  *
063100*    THE MODULE WROTE (NOTHING IS PAID UNTIL RELEASE) AND KEEP  *
063200*    ONLY THE OUTCOME.                                          *
063300*****************************************************************
063400 3000-READJUDICATE.
063500     PERFORM 3100-NEXT-CLAIM
063600         THRU 3100-NEXT-CLAIM-EXIT.
063700     IF WB-0026-CLM-EOF
063800         GO TO 3000-READJUDICATE-EXIT
063900     END-IF.
064000     PERFORM 3200-BUILD-TXMIT
064100         THRU 3200-BUILD-TXMIT-EXIT.
064200     INITIALIZE W1C40541-C-CNTL-PHRM-IO-VW
064300                W1C56941-C-MDUL-OUT-WS.
064400     MOVE 'M'                    TO W1C40541-C-INPUT-FRM-CD.
064500     MOVE CLMADBTB-C-RQST-USER-ID
064600                                 TO W1C40541-G-AUD-USER-ID.
064700     MOVE 1                      TO WB-0026-RX-NUM.
064800     CALL WB-0026-DUAL-MODULE USING WB-0026-DFHEIBLK
064900                                    WB-0026-DFHCOMMAREA
065000                                    W1C66791-C-NCPDP-CNSLDTD
065100                                    W1C40541-C-CNTL-PHRM-IO-VW
065200                                    W1C56941-C-MDUL-OUT-WS
065300                                    WB-0026-RX-NUM
065400                                    WB-0026-QTY-PRSC-AMT-OMT.
065500     EXEC SQL ROLLBACK END-EXEC.
065600     PERFORM 3300-STAGE-OUTCOME
065700         THRU 3300-STAGE-OUTCOME-EXIT.
065800     EXEC SQL COMMIT END-EXEC.
065900 3000-READJUDICATE-EXIT.
066000     EXIT.
066100*****************************************************************
066200*    3100-NEXT-CLAIM - THE LOWEST WAITING TCN AND WHAT THE      *
066300*    REBILL NEEDS FROM THE STORED CLAIM AND THE MEMBER          *
066400*****************************************************************
066500 3100-NEXT-CLAIM.
066600     EXEC SQL
066700         SELECT M.R_CUST_PART_NUM, M.C_ORIG_TCN_NUM,
066800                M.C_BLNG_PROV_ID, M.C_RX_SVC_REF_NUM,
066900                M.C_HDR_SVC_FST_DT, M.C_ORIG_PAID_AMT,
067000                NVL(A.C_RX_REFILL_NUM, 0),
067100                NVL(A.C_DRUG_SUB_QTY_AMT, 0),
067200                NVL(A.C_SUB_DAY_SPLY_AMT, 0),
067300                NVL(A.R_DRUG_CD, ' '), NVL(A.C_DAW_CD, '0'),
067400                NVL(A.C_PRSC_ID, ' '),
067500                NVL(A.C_TOT_CHRG_AMT, 0),
067600                NVL(A.R_GROUP_ID, ' '),
067700                NVL(H.C_CRDHLDR_ID, ' '),
067800                NVL((SELECT E.B_DOB_DT
067900                       FROM R_MBR_ELIG_TB E
068000                      WHERE E.R_CUST_PART_NUM = A.R_CUST_PART_NUM
068100                        AND E.B_SYS_ID        = A.B_SYS_ID
068200                        AND ROWNUM = 1), ' ')
068300           INTO :CLMADCTB-R-CUST-PART-NUM,
068400                :CLMADCTB-C-ORIG-TCN-NUM,
068500                :CLMADCTB-C-BLNG-PROV-ID,
068600                :CLMADCTB-C-RX-SVC-REF-NUM,
068700                :CLMADCTB-C-HDR-SVC-FST-DT,
068800                :CLMADCTB-C-ORIG-PAID-AMT,
068900                :WH-0026-RX-REFILL-NUM, :WH-0026-QTY-AMT,
069000                :WH-0026-DAYS-NUM, :WH-0026-NDC-TX,
069100                :WH-0026-DAW-CD, :WH-0026-PRSC-ID,
069200                :WH-0026-CHRG-AMT, :WH-0026-GROUP-ID,
069300                :WH-0026-CRDHLDR-ID, :WH-0026-DOB-DT
069400           FROM C_MASS_ADJ_CLM_TB M,
069500                C_LI_DRUG_TB A,
069600                C_HDR_DRUG_TB H
069700          WHERE M.C_ADJ_BTCH_NUM  = :CLMADBTB-C-ADJ-BTCH-NUM
069800            AND M.C_ADJ_STAT_CD   = 'W'
069900            AND M.C_ORIG_TCN_NUM  =
070000                (SELECT MIN(W.C_ORIG_TCN_NUM)
070100                   FROM C_MASS_ADJ_CLM_TB W
070200                  WHERE W.C_ADJ_BTCH_NUM =
070300                        :CLMADBTB-C-ADJ-BTCH-NUM
070400                    AND W.C_ADJ_STAT_CD  = 'W')
070500            AND A.R_CUST_PART_NUM = M.R_CUST_PART_NUM
070600            AND A.C_TCN_NUM       = M.C_ORIG_TCN_NUM
070700            AND H.R_CUST_PART_NUM = A.R_CUST_PART_NUM
070800            AND H.B_SYS_ID        = A.B_SYS_ID
070900            AND H.C_TCN_NUM       = A.C_TCN_NUM
071000            AND ROWNUM = 1
071100     END-EXEC.
071200     IF SQLCODE = 100
071300         SET WB-0026-CLM-EOF TO TRUE
071400         GO TO 3100-NEXT-CLAIM-EXIT
071500     END-IF.
071600     IF SQLCODE NOT = 0
071700         GO TO 9999-SQL-ERROR
071800     END-IF.
071900 3100-NEXT-CLAIM-EXIT.
072000     EXIT.
072100*****************************************************************
072200*    3200-BUILD-TXMIT - LAY THE STORED CLAIM INTO A W1C66791    *
072300*    TRANSMISSION AS ONE B3 REBILL, AS THE PHARMACY WOULD HAVE  *
072400*    SENT IT: THE SAME PHARMACY, RX, SERVICE DATE, DRUG,        *
072500*    QUANTITY AND PRESCRIBER, AND ITS ORIGINAL CHARGE AS THE    *
072600*    U&C AND GROSS AMOUNT DUE, SO ONLY THE CHANGED PRICING OR   *
072700*    COVERAGE CAN MOVE THE PAID AMOUNT.  EVERYTHING ELSE STAYS  *
072800*    HIGH-VALUES (NOT SUBMITTED).                               *
072900*****************************************************************
073000 3200-BUILD-TXMIT.
073100     MOVE HIGH-VALUES            TO W1C66791-C-NCPDP-CNSLDTD.
073200     MOVE WB-0026-BIN-NUM        TO W1C66791-C-NCP-BIN-NUM.
073300     MOVE 'D0'                   TO W1C66791-C-NCP-VERSION-NUM.
073400     MOVE 'B3'                   TO W1C66791-C-NCP-POS-TRAN-CD.
073500     MOVE WB-0026-PCN-TX         TO W1C66791-C-NCP-PRCS-NUM.
073600     MOVE '1'                    TO W1C66791-C-NCP-TRAN-CNT-NUM.
073700     MOVE 1                      TO W1C66791-C-NCP-CNT-RX-NUM.
073800     MOVE '01'                   TO W1C66791-C-NCP-PROV-ID-CD.
073900     MOVE CLMADCTB-C-BLNG-PROV-ID
074000                                 TO W1C66791-C-NCP-PROV-ID.
074100     MOVE WH-0026-GROUP-ID       TO W1C66791-C-NCP-GROUP-ID.
074200     MOVE WH-0026-CRDHLDR-ID     TO W1C66791-C-NCP-CARDHOLDR-ID.
074300     IF WH-0026-DOB-DT NOT = SPACES
074400         MOVE WH-0026-DOB-DT     TO WB-0026-DATE-TX
074500         MOVE WB-0026-DATE-CCYY  TO WB-0026-DATE-8-CCYY
074600         MOVE WB-0026-DATE-MM    TO WB-0026-DATE-8-MM
074700         MOVE WB-0026-DATE-DD    TO WB-0026-DATE-8-DD
074800         MOVE WB-0026-DATE-8     TO W1C66791-C-NCP-CLNT-DOB-DT
074900     END-IF.
075000     MOVE CLMADCTB-C-HDR-SVC-FST-DT
075100                                 TO WB-0026-DATE-TX.
075200     MOVE WB-0026-DATE-CCYY      TO WB-0026-DATE-8-CCYY.
075300     MOVE WB-0026-DATE-MM        TO WB-0026-DATE-8-MM.
075400     MOVE WB-0026-DATE-DD        TO WB-0026-DATE-8-DD.
075500     MOVE WB-0026-DATE-8-NUM     TO W1C66791-C-NCP-SVC-FST-DT.
075600     MOVE ZERO TO W1C66791-C-NCP-SUB-OVD-CNT (1)
075700                  W1C66791-C-NCP-CNT-DUR-NUM (1)
075800                  W1C66791-C-NCP-CNT-CLIN-NUM (1)
075900                  W1C66791-C-NCP-CNT-DIAG-NUM (1)
076000                  W1C66791-C-NCP-CNT-OAMT-NUM (1)
076100                  W1C66791-C-NCP-CNT-COB-NUM (1)
076200                  W1C66791-C-NCP-CNT-OVD-NUM (1)
076300                  W1C66791-C-NCP-CNT-CMPD-NUM (1)
076400                  W1C66791-C-NCP-CNT-MOD-NUM (1).
076500     MOVE '1'                    TO W1C66791-C-NCP-RX-NUM-CD (1).
076600     MOVE CLMADCTB-C-RX-SVC-REF-NUM
076700                                 TO WB-0026-RX-9.
076800     MOVE WB-0026-RX-9           TO W1C66791-C-NCP-RX-NUM (1).
076900     MOVE WH-0026-RX-REFILL-NUM
077000         TO W1C66791-C-NCP-NEW-REFLL-CD (1).
077100     MOVE WH-0026-QTY-AMT
077200         TO W1C66791-C-NCP-SUBM-QTY-AMT (1)
077300            W1C66791-C-NCP-SUBM-QTY-NUM (1).
077400     MOVE WH-0026-DAYS-NUM
077500         TO W1C66791-C-NCP-DYS-SPLY-NUM (1).
077600     MOVE '03'                   TO W1C66791-C-NCP-PROD-ID-CD (1).
077700     MOVE WH-0026-NDC-TX         TO W1C66791-C-NCP-PROD-ID (1).
077800     MOVE WH-0026-DAW-CD         TO W1C66791-C-NCP-DAW-IND (1).
077900     MOVE '01'                   TO W1C66791-C-NCP-PRSC-ID-CD (1).
078000     MOVE WH-0026-PRSC-ID        TO W1C66791-C-NCP-PRSC-ID (1).
078100     MOVE WH-0026-CHRG-AMT
078200         TO W1C66791-C-NCP-SUBM-ING-AMT (1)
078300            W1C66791-C-NCP-UAC-AMT (1)
078400            W1C66791-C-NCP-GROSS-AMT (1).
078500     MOVE W1C66791-C-NCPDP-CNSLDTD
078600                                 TO WB-0026-TXMIT-IMAGE.
078700 3200-BUILD-TXMIT-EXIT.
078800     EXIT.
078900*****************************************************************
079000*    3300-STAGE-OUTCOME - A MODULE FAILURE IS MARKED 'E' FOR    *
079100*    THE REPORT; A REBILL THAT PAYS WHAT THE ORIGINAL PAID IS   *
079200*    DROPPED; ANY OTHER OUTCOME (NEW AMOUNT, OR NOW DENIED) IS  *
079300*    STAGED WITH THE TRANSMISSION THAT PRODUCED IT.             *
079400*****************************************************************
079500 3300-STAGE-OUTCOME.
079600     IF W1C56941-C-MDUL-RTRN-CD NOT = WV-C4398-C-SUCCESS
079700         ADD 1 TO CLMADBTB-C-ERR-CNT-NUM
079800         EXEC SQL
079900             UPDATE C_MASS_ADJ_CLM_TB
080000                SET C_ADJ_STAT_CD  = 'E'
080100              WHERE C_ADJ_BTCH_NUM = :CLMADBTB-C-ADJ-BTCH-NUM
080200                AND C_ORIG_TCN_NUM = :CLMADCTB-C-ORIG-TCN-NUM
080300         END-EXEC
080400         IF SQLCODE NOT = 0
080500             GO TO 9999-SQL-ERROR
080600         END-IF
080700         GO TO 3300-STAGE-OUTCOME-EXIT
080800     END-IF.
080900     IF W1C40541-C-HDR-STAT-CD = 'D'
081000         SET CLMADCTB-C-NEW-DENIED TO TRUE
081100         MOVE ZERO               TO CLMADCTB-C-NEW-PAID-AMT
081200     ELSE
081300         SET CLMADCTB-C-NEW-PAID TO TRUE
081400         MOVE W1C40541-C-TOT-REIMB-AMT
081500                                 TO CLMADCTB-C-NEW-PAID-AMT
081600     END-IF.
081700     IF CLMADCTB-C-NEW-PAID
081800        AND CLMADCTB-C-NEW-PAID-AMT = CLMADCTB-C-ORIG-PAID-AMT
081900         ADD 1 TO WB-0026-UNCHG-CNT
082000         EXEC SQL
082100             DELETE FROM C_MASS_ADJ_CLM_TB
082200              WHERE C_ADJ_BTCH_NUM = :CLMADBTB-C-ADJ-BTCH-NUM
082300                AND C_ORIG_TCN_NUM = :CLMADCTB-C-ORIG-TCN-NUM
082400         END-EXEC
082500         IF SQLCODE NOT = 0
082600             GO TO 9999-SQL-ERROR
082700         END-IF
082800         GO TO 3300-STAGE-OUTCOME-EXIT
082900     END-IF.
083000     COMPUTE CLMADCTB-C-NET-AMT =
083100         CLMADCTB-C-NEW-PAID-AMT - CLMADCTB-C-ORIG-PAID-AMT.
083200     MOVE WB-0026-TXMIT-IMAGE    TO CLMADCTB-C-NCPDP-IMAGE.
083300     EXEC SQL
083400         UPDATE C_MASS_ADJ_CLM_TB
083500            SET C_NEW_PAID_AMT = :CLMADCTB-C-NEW-PAID-AMT,
083600                C_NET_AMT      = :CLMADCTB-C-NET-AMT,
083700                C_NEW_STAT_CD  = :CLMADCTB-C-NEW-STAT-CD,
083800                C_ADJ_STAT_CD  = 'S',
083900                C_NCPDP_IMAGE  = :CLMADCTB-C-NCPDP-IMAGE
084000          WHERE C_ADJ_BTCH_NUM = :CLMADBTB-C-ADJ-BTCH-NUM
084100            AND C_ORIG_TCN_NUM = :CLMADCTB-C-ORIG-TCN-NUM
084200     END-EXEC.
084300     IF SQLCODE NOT = 0
084400         GO TO 9999-SQL-ERROR
084500     END-IF.
084600     ADD 1 TO CLMADBTB-C-ADJ-CNT-NUM.
084700     IF CLMADCTB-C-NEW-DENIED
084800         ADD 1 TO CLMADBTB-C-DENY-CNT-NUM
084900     END-IF.
085000     ADD CLMADCTB-C-ORIG-PAID-AMT TO CLMADBTB-C-ORIG-AMT.
085100     ADD CLMADCTB-C-NEW-PAID-AMT  TO CLMADBTB-C-NEW-AMT.
085200     ADD CLMADCTB-C-NET-AMT       TO CLMADBTB-C-NET-AMT.
085300 3300-STAGE-OUTCOME-EXIT.
085400     EXIT.
085500*****************************************************************
085600*    5000-REPORT - THE STAGED PAIRS BY PHARMACY, THEN THE NET   *
085700*    BY PHARMACY AND THE SIGN-OFF BLOCK                         *
085800*****************************************************************
085900 5000-REPORT.
086000     EXEC SQL
086100         OPEN B026D
086200     END-EXEC.
086300     IF SQLCODE NOT = 0
086400         GO TO 9999-SQL-ERROR
086500     END-IF.
086600     PERFORM 5100-REPORT-ONE
086700         THRU 5100-REPORT-ONE-EXIT
086800         UNTIL WB-0026-RPT-EOF.
086900     EXEC SQL
087000         CLOSE B026D
087100     END-EXEC.
087200     IF NOT WB-0026-FIRST-REC
087300         PERFORM 5200-PHARMACY-BREAK
087400             THRU 5200-PHARMACY-BREAK-EXIT
087500     END-IF.
087600     PERFORM 5500-SUMMARY
087700         THRU 5500-SUMMARY-EXIT.
087800 5000-REPORT-EXIT.
087900     EXIT.
088000*****************************************************************
088100*    5100-REPORT-ONE - ONE STAGED CLAIM AS ITS REVERSAL LINE    *
088200*    AND ITS REBILL LINE                                        *
088300*****************************************************************
088400 5100-REPORT-ONE.
088500     EXEC SQL
088600         FETCH B026D
088700         INTO :CLMADCTB-C-BLNG-PROV-ID,
088800              :CLMADCTB-C-ORIG-TCN-NUM,
088900              :CLMADCTB-C-RX-SVC-REF-NUM,
089000              :CLMADCTB-C-HDR-SVC-FST-DT,
089100              :CLMADCTB-R-DRUG-GCN-SEQ-NUM,
089200              :CLMADCTB-C-ORIG-PAID-AMT,
089300              :CLMADCTB-C-NEW-PAID-AMT,
089400              :CLMADCTB-C-NET-AMT,
089500              :CLMADCTB-C-NEW-STAT-CD
089600     END-EXEC.
089700     IF SQLCODE = 100
089800         SET WB-0026-RPT-EOF TO TRUE
089900         GO TO 5100-REPORT-ONE-EXIT
090000     END-IF.
090100     IF SQLCODE NOT = 0
090200         GO TO 9999-SQL-ERROR
090300     END-IF.
090400     IF WB-0026-FIRST-REC
090500         MOVE 'N'                TO WB-0026-FIRST-SW
090600         MOVE CLMADCTB-C-BLNG-PROV-ID
090700                                 TO RL-0026-P-PROV
090800     ELSE
090900         IF CLMADCTB-C-BLNG-PROV-ID NOT = RL-0026-P-PROV
091000             PERFORM 5200-PHARMACY-BREAK
091100                 THRU 5200-PHARMACY-BREAK-EXIT
091200             MOVE CLMADCTB-C-BLNG-PROV-ID
091300                                 TO RL-0026-P-PROV
091400         END-IF
091500     END-IF.
091600     IF WB-0026-LINE-CNT > 52
091700         PERFORM 5300-HEADINGS
091800             THRU 5300-HEADINGS-EXIT
091900     END-IF.
092000     MOVE CLMADCTB-C-BLNG-PROV-ID  TO RL-0026-D-PROV.
092100     MOVE CLMADCTB-C-ORIG-TCN-NUM  TO RL-0026-D-TCN.
092200     MOVE CLMADCTB-C-RX-SVC-REF-NUM TO RL-0026-D-RX.
092300     MOVE CLMADCTB-C-HDR-SVC-FST-DT TO RL-0026-D-SVC-DT.
092400     MOVE CLMADCTB-R-DRUG-GCN-SEQ-NUM TO RL-0026-D-GCN.
092500     MOVE 'REVERSAL'               TO RL-0026-D-TRAN.
092600     COMPUTE RL-0026-D-AMT = 0 - CLMADCTB-C-ORIG-PAID-AMT.
092700     MOVE ZERO                     TO RL-0026-D-NET.
092800     WRITE RPTB026-REC FROM RL-0026-DETAIL
092900         AFTER ADVANCING 2 LINES.
093000     MOVE SPACES                   TO RL-0026-D-PROV
093100                                      RL-0026-D-SVC-DT.
093200     MOVE ZERO                     TO RL-0026-D-TCN
093300                                      RL-0026-D-RX
093400                                      RL-0026-D-GCN.
093500     IF CLMADCTB-C-NEW-DENIED
093600         MOVE 'REBILL - DENIES'    TO RL-0026-D-TRAN
093700     ELSE
093800         MOVE 'REBILL'             TO RL-0026-D-TRAN
093900     END-IF.
094000     MOVE CLMADCTB-C-NEW-PAID-AMT  TO RL-0026-D-AMT.
094100     MOVE CLMADCTB-C-NET-AMT       TO RL-0026-D-NET.
094200     WRITE RPTB026-REC FROM RL-0026-DETAIL
094300         AFTER ADVANCING 1 LINE.
094400     ADD 3                         TO WB-0026-LINE-CNT.
094500     ADD 1                         TO WB-0026-PHRM-CLM-CNT.
094600     ADD CLMADCTB-C-ORIG-PAID-AMT  TO WB-0026-PHRM-ORIG-AMT.
094700     ADD CLMADCTB-C-NEW-PAID-AMT   TO WB-0026-PHRM-NEW-AMT.
094800 5100-REPORT-ONE-EXIT.
094900     EXIT.
095000*****************************************************************
095100*    5200-PHARMACY-BREAK - THE PHARMACY'S REVERSALS, REBILLS    *
095200*    AND NET                                                    *
095300*****************************************************************
095400 5200-PHARMACY-BREAK.
095500     MOVE WB-0026-PHRM-CLM-CNT     TO RL-0026-P-CNT.
095600     COMPUTE RL-0026-P-ORIG = 0 - WB-0026-PHRM-ORIG-AMT.
095700     MOVE WB-0026-PHRM-NEW-AMT     TO RL-0026-P-NEW.
095800     COMPUTE RL-0026-P-NET =
095900         WB-0026-PHRM-NEW-AMT - WB-0026-PHRM-ORIG-AMT.
096000     WRITE RPTB026-REC FROM RL-0026-PHRM-TOT
096100         AFTER ADVANCING 2 LINES.
096200     ADD 2                         TO WB-0026-LINE-CNT.
096300     ADD 1                         TO WB-0026-PHRM-CNT.
096400     MOVE ZERO                     TO WB-0026-PHRM-CLM-CNT
096500                                      WB-0026-PHRM-ORIG-AMT
096600                                      WB-0026-PHRM-NEW-AMT.
096700 5200-PHARMACY-BREAK-EXIT.
096800     EXIT.
096900*****************************************************************
097000*    5300-HEADINGS                                              *
097100*****************************************************************
097200 5300-HEADINGS.
097300     ADD 1                         TO WB-0026-PAGE-NUM.
097400     MOVE WB-0026-PAGE-NUM         TO RL-0026-H1-PAGE.
097500     WRITE RPTB026-REC FROM RL-0026-HDG1
097600         BEFORE ADVANCING TO-NEW-PAGE.
097700     WRITE RPTB026-REC FROM RL-0026-HDG2
097800         AFTER ADVANCING 1 LINE.
097900     WRITE RPTB026-REC FROM RL-0026-HDG3
098000         AFTER ADVANCING 2 LINES.
098100     MOVE 4                        TO WB-0026-LINE-CNT.
098200 5300-HEADINGS-EXIT.
098300     EXIT.
098400*****************************************************************
098500*    5500-SUMMARY - NET BY PHARMACY, BATCH TOTALS AND THE       *
098600*    FINANCE SIGN-OFF BLOCK                                     *
098700*****************************************************************
098800 5500-SUMMARY.
098900     MOVE 99                       TO WB-0026-LINE-CNT.
099000     ADD 1                         TO WB-0026-PAGE-NUM.
099100     MOVE WB-0026-PAGE-NUM         TO RL-0026-H1-PAGE.
099200     WRITE RPTB026-REC FROM RL-0026-HDG1
099300         BEFORE ADVANCING TO-NEW-PAGE.
099400     WRITE RPTB026-REC FROM RL-0026-HDG2
099500         AFTER ADVANCING 1 LINE.
099600     WRITE RPTB026-REC FROM RL-0026-SUM-HDG
099700         AFTER ADVANCING 2 LINES.
099800     WRITE RPTB026-REC FROM RL-0026-SUM-HDG2
099900         AFTER ADVANCING 2 LINES.
100000     MOVE 'N'                      TO WB-0026-RPT-EOF-SW.
100100     EXEC SQL
100200         OPEN B026S
100300     END-EXEC.
100400     IF SQLCODE NOT = 0
100500         GO TO 9999-SQL-ERROR
100600     END-IF.
100700     PERFORM 5600-SUMMARY-ONE
100800         THRU 5600-SUMMARY-ONE-EXIT
100900         UNTIL WB-0026-RPT-EOF.
101000     EXEC SQL
101100         CLOSE B026S
101200     END-EXEC.
101300     MOVE 'CLAIMS RE-ADJUDICATED'  TO RL-0026-C-LABEL.
101400     MOVE CLMADBTB-C-SLCT-CNT-NUM  TO RL-0026-C-CNT.
101500     MOVE ZERO                     TO RL-0026-C-AMT.
101600     WRITE RPTB026-REC FROM RL-0026-COUNT-LINE
101700         AFTER ADVANCING 3 LINES.
101800     MOVE 'PAID AMOUNT UNCHANGED - NOT ADJUSTED'
101900                                   TO RL-0026-C-LABEL.
102000     MOVE WB-0026-UNCHG-CNT        TO RL-0026-C-CNT.
102100     WRITE RPTB026-REC FROM RL-0026-COUNT-LINE
102200         AFTER ADVANCING 1 LINE.
102300     MOVE 'DUAL MODULE FAILURES - NOT ADJUSTED'
102400                                   TO RL-0026-C-LABEL.
102500     MOVE CLMADBTB-C-ERR-CNT-NUM   TO RL-0026-C-CNT.
102600     WRITE RPTB026-REC FROM RL-0026-COUNT-LINE
102700         AFTER ADVANCING 1 LINE.
102800     MOVE 'PHARMACIES AFFECTED'    TO RL-0026-C-LABEL.
102900     MOVE WB-0026-PHRM-CNT         TO RL-0026-C-CNT.
103000     WRITE RPTB026-REC FROM RL-0026-COUNT-LINE
103100         AFTER ADVANCING 1 LINE.
103200     MOVE 'STAGED PAIRS / ORIGINAL PAID REVERSED'
103300                                   TO RL-0026-C-LABEL.
103400     MOVE CLMADBTB-C-ADJ-CNT-NUM   TO RL-0026-C-CNT.
103500     COMPUTE RL-0026-C-AMT = 0 - CLMADBTB-C-ORIG-AMT.
103600     WRITE RPTB026-REC FROM RL-0026-COUNT-LINE
103700         AFTER ADVANCING 1 LINE.
103800     MOVE '  OF WHICH THE REBILL NOW DENIES'
103900                                   TO RL-0026-C-LABEL.
104000     MOVE CLMADBTB-C-DENY-CNT-NUM  TO RL-0026-C-CNT.
104100     MOVE ZERO                     TO RL-0026-C-AMT.
104200     WRITE RPTB026-REC FROM RL-0026-COUNT-LINE
104300         AFTER ADVANCING 1 LINE.
104400     MOVE 'REBILLED'               TO RL-0026-C-LABEL.
104500     MOVE ZERO                     TO RL-0026-C-CNT.
104600     MOVE CLMADBTB-C-NEW-AMT       TO RL-0026-C-AMT.
104700     WRITE RPTB026-REC FROM RL-0026-COUNT-LINE
104800         AFTER ADVANCING 1 LINE.
104900     MOVE 'NET ADJUSTMENT TO BE RELEASED'
105000                                   TO RL-0026-C-LABEL.
105100     MOVE CLMADBTB-C-NET-AMT       TO RL-0026-C-AMT.
105200     WRITE RPTB026-REC FROM RL-0026-COUNT-LINE
105300         AFTER ADVANCING 2 LINES.
105400     MOVE 'FINANCE SIGN-OFF - RELEASE WITH A PDDB0027 CARD'
105500                                   TO RL-0026-T-TX.
105600     WRITE RPTB026-REC FROM RL-0026-TEXT-LINE
105700         AFTER ADVANCING 3 LINES.
105800     MOVE 'CARRYING THIS BATCH, ACTION R, THE APPROVER AND THE'
105900                                   TO RL-0026-T-TX.
106000     WRITE RPTB026-REC FROM RL-0026-TEXT-LINE
106100         AFTER ADVANCING 1 LINE.
106200     MOVE 'NET ADJUSTMENT ABOVE.  ACTION X CANCELS THE BATCH.'
106300                                   TO RL-0026-T-TX.
106400     WRITE RPTB026-REC FROM RL-0026-TEXT-LINE
106500         AFTER ADVANCING 1 LINE.
106600     MOVE 'APPROVED BY ____________________   DATE __________'
106700                                   TO RL-0026-T-TX.
106800     WRITE RPTB026-REC FROM RL-0026-TEXT-LINE
106900         AFTER ADVANCING 3 LINES.
107000     MOVE 'NET APPROVED ______________'
107100                                   TO RL-0026-T-TX.
107200     WRITE RPTB026-REC FROM RL-0026-TEXT-LINE
107300         AFTER ADVANCING 2 LINES.
107400 5500-SUMMARY-EXIT.
107500     EXIT.
107600*****************************************************************
107700*    5600-SUMMARY-ONE - ONE PHARMACY'S NET                      *
107800*****************************************************************
107900 5600-SUMMARY-ONE.
108000     EXEC SQL
108100         FETCH B026S
108200         INTO :CLMADCTB-C-BLNG-PROV-ID,
108300              :WH-0026-PROV-NAM,
108400              :WH-0026-PHRM-CNT,
108500              :WH-0026-ORIG-AMT,
108600              :WH-0026-NEW-AMT,
108700              :WH-0026-NET-AMT
108800     END-EXEC.
108900     IF SQLCODE = 100
109000         SET WB-0026-RPT-EOF TO TRUE
109100         GO TO 5600-SUMMARY-ONE-EXIT
109200     END-IF.
109300     IF SQLCODE NOT = 0
109400         GO TO 9999-SQL-ERROR
109500     END-IF.
109600     MOVE CLMADCTB-C-BLNG-PROV-ID  TO RL-0026-S-PROV.
109700     MOVE WH-0026-PROV-NAM         TO RL-0026-S-NAM.
109800     MOVE WH-0026-PHRM-CNT         TO RL-0026-S-CNT.
109900     COMPUTE RL-0026-S-ORIG = 0 - WH-0026-ORIG-AMT.
110000     MOVE WH-0026-NEW-AMT          TO RL-0026-S-NEW.
110100     MOVE WH-0026-NET-AMT          TO RL-0026-S-NET.
110200     WRITE RPTB026-REC FROM RL-0026-SUM-LINE
110300         AFTER ADVANCING 1 LINE.
110400 5600-SUMMARY-ONE-EXIT.
110500     EXIT.
110600*****************************************************************
110700*    8000-FINALIZE - BATCH TOTALS; THE BATCH NOW WAITS ON       *
110800*    FINANCE ('S').  A BATCH THAT CHANGED NOTHING IS CLOSED AS  *
110900*    CANCELLED - THERE IS NOTHING TO SIGN OFF.                  *
111000*****************************************************************
111100 8000-FINALIZE.
111200     IF CLMADBTB-C-ADJ-CNT-NUM = ZERO
111300         SET CLMADBTB-C-BTCH-CANCELLED TO TRUE
111400     ELSE
111500         SET CLMADBTB-C-BTCH-STAGED    TO TRUE
111600     END-IF.
111700     EXEC SQL
111800         UPDATE C_MASS_ADJ_BTCH_TB
111900            SET C_BTCH_STAT_CD = :CLMADBTB-C-BTCH-STAT-CD,
112000                C_SLCT_CNT_NUM = :CLMADBTB-C-SLCT-CNT-NUM,
112100                C_ADJ_CNT_NUM  = :CLMADBTB-C-ADJ-CNT-NUM,
112200                C_DENY_CNT_NUM = :CLMADBTB-C-DENY-CNT-NUM,
112300                C_ERR_CNT_NUM  = :CLMADBTB-C-ERR-CNT-NUM,
112400                C_ORIG_AMT     = :CLMADBTB-C-ORIG-AMT,
112500                C_NEW_AMT      = :CLMADBTB-C-NEW-AMT,
112600                C_NET_AMT      = :CLMADBTB-C-NET-AMT
112700          WHERE C_ADJ_BTCH_NUM = :CLMADBTB-C-ADJ-BTCH-NUM
112800     END-EXEC.
112900     IF SQLCODE NOT = 0
113000         GO TO 9999-SQL-ERROR
113100     END-IF.
113200     EXEC SQL COMMIT END-EXEC.
113300     DISPLAY 'PDDB0026 - MASS ADJUSTMENT BATCH '
113400             CLMADBTB-C-ADJ-BTCH-NUM ' STATUS '
113500             CLMADBTB-C-BTCH-STAT-CD.
113600     CLOSE MADJPARM-FILE RPTB026-FILE.
113700 8000-FINALIZE-EXIT.
113800     EXIT.
113900*****************************************************************
114000*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP.  THE     *
114100*    BATCH ROW STAYS 'B' AND IS NEVER RELEASED; RE-RUN THE CARD *
114200*****************************************************************
114300 9999-SQL-ERROR.
114400     DISPLAY 'PDDB0026 - SQL ERROR ON C_MASS_ADJ_CLM_TB'.
114500     DISPLAY 'SQLCODE = ' SQLCODE.
114600     EXEC SQL ROLLBACK END-EXEC.
114700     MOVE 16 TO RETURN-CODE.
114800     CLOSE MADJPARM-FILE RPTB026-FILE.
114900     GOBACK.
