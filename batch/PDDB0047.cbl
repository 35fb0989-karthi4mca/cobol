000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0047.
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
001300*  10/15/26  ACS   NEW PROGRAM.  NIGHTLY APPEAL OVERTURN        *
001400*                  REPROCESSING.  EVERY C_APPEAL_CASE_TB CASE   *
001500*                  CLOSED AS OVERTURNED ON A DENIED CLAIM IS    *
001600*                  QUEUED (Q) BY THE APPEALS SCREEN (PDDM7585). *
001700*                  EACH QUEUED CLAIM IS REBUILT FROM THE STORED *
001800*                  CLAIM AS A B1 BILLING CARRYING A SINGLE-USE  *
001900*                  C_HD_OVRD_TB CREDENTIAL FOR THE OVERTURNED   *
002000*                  EXCEPTION, ISSUED IN THE NAME OF THE USER    *
002100*                  WHO DECIDED THE APPEAL, AND DRIVEN THROUGH   *
002200*                  THE DUAL MODULE AS INPUT FORM 'A' (CONDU     *
002300*                  BYPASSES ONLY THAT EXCEPTION - S945 - AND    *
002400*                  DOES NOT APPLY TIMELY FILING).  A PAID       *
002500*                  CLAIM IS POSTED THROUGH THE INTAKE FILE AS   *
002600*                  PDDB0007 DOES AND ITS TCN AND AMOUNT ARE     *
002700*                  LINKED BACK TO THE CASE; THE PAYMENT CYCLE   *
002800*                  (PDDR0041) PAYS IT ON THE REMITTANCE.  A     *
002900*                  CLAIM THAT STILL DENIES ON ANOTHER EDIT IS   *
003000*                  BACKED OUT AND THE DENYING EXCEPTION KEPT ON *
003100*                  THE CASE.  A CLAIM THE PHARMACY ALREADY      *
003200*                  RESUBMITTED AND WAS PAID FOR IS LINKED, NOT  *
003300*                  PAID TWICE.  A MODULE FAILURE LEAVES THE     *
003400*                  CASE QUEUED FOR THE NEXT NIGHT UP TO THREE   *
003500*                  TRIES.  PDDR0048 SHOWS THE OUTCOMES.         *
003600*                                                               *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT INTAKE-FILE ASSIGN TO INTAKE
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT RPTB047-FILE ASSIGN TO RPTB047
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900*****************************************************************
005000*  DATA DIVISION                                                *
005100*****************************************************************
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  INTAKE-FILE.
005500 01  IN-CLAIM-REC                    PIC X(30000).
005600 FD  RPTB047-FILE
005700     RECORDING MODE IS F.
005800 01  RPTB047-REC                     PIC X(00133).
005900*****************************************************************
006000*  WORKING-STORAGE SECTION                                     *
006100*****************************************************************
006200 WORKING-STORAGE SECTION.
006300 77  WB-0047-CASE-EOF-SW             PIC X(00001) VALUE 'N'.
006400     88  WB-0047-CASE-EOF            VALUE 'Y'.
006500 77  WB-0047-READY-SW                PIC X(00001) VALUE 'N'.
006600     88  WB-0047-READY               VALUE 'Y'.
006700 77  WB-0047-FOUND-SW                PIC X(00001) VALUE 'N'.
006800     88  WB-0047-FOUND               VALUE 'Y'.
006900 77  WB-0047-CODE-SW                 PIC X(00001) VALUE 'N'.
007000     88  WB-0047-CODE-ISSUED         VALUE 'Y'.
007100 77  WB-0047-SEL-CNT                 PIC S9(00009) COMP-3
007200                                     VALUE ZERO.
007300 77  WB-0047-PAID-CNT                PIC S9(00009) COMP-3
007400                                     VALUE ZERO.
007500 77  WB-0047-RESUB-CNT               PIC S9(00009) COMP-3
007600                                     VALUE ZERO.
007700 77  WB-0047-DENIED-CNT              PIC S9(00009) COMP-3
007800                                     VALUE ZERO.
007900 77  WB-0047-RETRY-CNT               PIC S9(00009) COMP-3
008000                                     VALUE ZERO.
008100 77  WB-0047-FAIL-CNT                PIC S9(00009) COMP-3
008200                                     VALUE ZERO.
008300 77  WB-0047-PAID-AMT                PIC S9(00011)V9(00002) COMP-3
008400                                     VALUE ZERO.
008500 77  WB-0047-TRY-LIMIT               PIC S9(00004) COMP
008600                                     VALUE +3.
008700 77  WB-0047-CODE-TRY                PIC S9(00004) COMP
008800                                     VALUE ZERO.
008900 77  WB-0047-EXC-SUB                 PIC S9(00004) COMP
009000                                     VALUE ZERO.
009100 77  WB-0047-TIME-NOW                PIC 9(00008) VALUE ZERO.
009200 77  WB-0047-CODE-SEED               PIC 9(00008) VALUE ZERO.
009300 77  WB-0047-NOTE-TX                 PIC X(00022) VALUE SPACES.
009400 77  WB-0047-DUAL-MODULE             PIC X(00008)
009500                                     VALUE 'PDDC9870'.
009600 77  WB-0047-BIN-TX                  PIC X(00006) VALUE SPACES.
009700 77  WB-0047-BIN-NUM REDEFINES WB-0047-BIN-TX
009800                                     PIC 9(00006).
009900 77  WB-0047-RX-9                    PIC 9(00012) VALUE ZERO.
010000*    A DATE AS STORED (CCYY-MM-DD) AND AS THE NCPDP TRANSMISSION
010100*    CARRIES IT (CCYYMMDD).
010200 01  WB-0047-DATE-AREA.
010300     05  WB-0047-DATE-TX.
010400         10  WB-0047-DATE-CCYY       PIC X(00004).
010500         10  WB-0047-DATE-DASH1      PIC X(00001).
010600         10  WB-0047-DATE-MM         PIC X(00002).
010700         10  WB-0047-DATE-DASH2      PIC X(00001).
010800         10  WB-0047-DATE-DD         PIC X(00002).
010900     05  WB-0047-DATE-8.
011000         10  WB-0047-DATE-8-CCYY     PIC X(00004).
011100         10  WB-0047-DATE-8-MM       PIC X(00002).
011200         10  WB-0047-DATE-8-DD       PIC X(00002).
011300     05  WB-0047-DATE-8-NUM REDEFINES WB-0047-DATE-8
011400                                     PIC 9(00008).
011500*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
011600     COPY WKC90040.
011700*****************************************************************
011800*  EXCEPTION DISPOSITION AND MODULE RETURN CODE VALUES          *
011900*****************************************************************
012000     COPY WVR0156C.
012100     COPY WVC4398C.
012200*****************************************************************
012300*  DUMMY CICS LINKAGE BLOCKS FOR THE DUAL MODULE - IN BATCH THE *
012400*  MODULE NEVER TOUCHES THE EIB, IT ONLY NEEDS THE PARAMETERS.  *
012500*****************************************************************
012600 01  WB-0047-DFHEIBLK                PIC X(00128)
012700                                     VALUE LOW-VALUES.
012800 01  WB-0047-DFHCOMMAREA             PIC X(00001)
012900                                     VALUE LOW-VALUES.
013000 01  WB-0047-RX-NUM                  PIC 9(00001) VALUE 1.
013100 01  WB-0047-QTY-PRSC-AMT-OMT        PIC X(00001) VALUE SPACE.
013200*****************************************************************
013300*  PARAMETER AREAS FOR THE DUAL MODULE CALL                     *
013400*****************************************************************
013500     COPY W1C66791.
013600     COPY W1C40541.
013700     COPY W1C56941.
013800*****************************************************************
013900*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
014000*****************************************************************
014100     EXEC SQL INCLUDE SQLCA END-EXEC.
014200     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
014300     COPY CLAPPLTB.
014400     COPY CLHDOVTB.
014500 01  WH-0047-HOST-VARS.
014600     05  WH-0047-LAST-TCN            PIC S9(00017) COMP-3.
014700     05  WH-0047-PROV-ID             PIC X(00015).
014800     05  WH-0047-RX-SVC-REF-NUM      PIC S9(00012) COMP-3.
014900     05  WH-0047-SVC-DT              PIC X(00010).
015000     05  WH-0047-RX-REFILL-NUM       PIC S9(00002) COMP-3.
015100     05  WH-0047-QTY-AMT             PIC S9(00008)V9(00003)
015200                                     COMP-3.
015300     05  WH-0047-DAYS-NUM            PIC S9(00003) COMP-3.
015400     05  WH-0047-NDC-TX              PIC X(00011).
015500     05  WH-0047-DAW-CD              PIC X(00001).
015600     05  WH-0047-PRSC-ID             PIC X(00015).
015700     05  WH-0047-CHRG-AMT            PIC S9(00009)V9(00002)
015800                                     COMP-3.
015900     05  WH-0047-GROUP-ID            PIC X(00015).
016000     05  WH-0047-CRDHLDR-ID          PIC X(00020).
016100     05  WH-0047-DOB-DT              PIC X(00010).
016200     05  WH-0047-BIN-NUM             PIC S9(00006).
016300     05  WH-0047-PCN-TX              PIC X(00010).
016400     05  WH-0047-DUP-TCN             PIC S9(00017) COMP-3.
016500     05  WH-0047-DUP-AMT             PIC S9(00009)V9(00002)
016600                                     COMP-3.
016700     EXEC SQL END DECLARE SECTION END-EXEC.
016800*****************************************************************
016900*  REPORT LINE LAYOUTS                                         *
017000*****************************************************************
017100 01  RL-0047-HDG1.
017200     05  FILLER                      PIC X(00001) VALUE SPACE.
017300     05  FILLER                      PIC X(00050) VALUE
017400         'PDDB0047 - APPEAL OVERTURN REPROCESSING'.
017500     05  FILLER                      PIC X(00004) VALUE 'RUN '.
017600     05  RL-0047-H1-RUN              PIC X(00010).
017700 01  RL-0047-HDG2.
017800     05  FILLER                      PIC X(00001) VALUE SPACE.
017900     05  FILLER                      PIC X(00029) VALUE
018000         'APPEALED TCN      PROVIDER ID'.
018100     05  FILLER                      PIC X(00028) VALUE
018200         '     RX NUMBER    SVC DATE  '.
018300     05  FILLER                      PIC X(00026) VALUE
018400         ' EXC  OUTCOME      NEW TCN'.
018500     05  FILLER                      PIC X(00030) VALUE
018600         '                PAID AMT  NOTE'.
018700 01  RL-0047-DTL-LINE.
018800     05  FILLER                      PIC X(00001) VALUE SPACE.
018900     05  RL-0047-D-TCN               PIC 9(00017).
019000     05  FILLER                      PIC X(00001) VALUE SPACE.
019100     05  RL-0047-D-PROV-ID           PIC X(00015).
019200     05  FILLER                      PIC X(00001) VALUE SPACE.
019300     05  RL-0047-D-RX                PIC 9(00012).
019400     05  FILLER                      PIC X(00001) VALUE SPACE.
019500     05  RL-0047-D-SVC-DT            PIC X(00010).
019600     05  FILLER                      PIC X(00001) VALUE SPACE.
019700     05  RL-0047-D-EXC               PIC X(00004).
019800     05  FILLER                      PIC X(00001) VALUE SPACE.
019900     05  RL-0047-D-OUTCOME           PIC X(00012).
020000     05  FILLER                      PIC X(00001) VALUE SPACE.
020100     05  RL-0047-D-NEW-TCN           PIC Z(00016)9.
020200     05  FILLER                      PIC X(00001) VALUE SPACE.
020300     05  RL-0047-D-AMT               PIC ZZ,ZZZ,ZZ9.99-.
020400     05  FILLER                      PIC X(00001) VALUE SPACE.
020500     05  RL-0047-D-NOTE              PIC X(00022).
020600 01  RL-0047-COUNT-LINE.
020700     05  FILLER                      PIC X(00001) VALUE SPACE.
020800     05  RL-0047-C-LABEL             PIC X(00034).
020900     05  RL-0047-C-CNT               PIC ZZZ,ZZZ,ZZ9.
021000 01  RL-0047-AMT-LINE.
021100     05  FILLER                      PIC X(00001) VALUE SPACE.
021200     05  RL-0047-A-LABEL             PIC X(00034).
021300     05  RL-0047-A-AMT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
021400 01  RL-0047-BAL-LINE.
021500     05  FILLER                      PIC X(00001) VALUE SPACE.
021600     05  RL-0047-B-TX                PIC X(00070).
021700*****************************************************************
021800*  PROCEDURE DIVISION                                          *
021900*****************************************************************
022000 PROCEDURE DIVISION.
022100 0000-MAINLINE.
022200     PERFORM 1000-INITIALIZE
022300         THRU 1000-INITIALIZE-EXIT.
022400     PERFORM 2000-REPROCESS-ONE
022500         THRU 2000-REPROCESS-ONE-EXIT
022600         UNTIL WB-0047-CASE-EOF.
022700     PERFORM 8000-FINALIZE
022800         THRU 8000-FINALIZE-EXIT.
022900     GOBACK.
023000*****************************************************************
023100*    1000-INITIALIZE                                            *
023200*****************************************************************
023300 1000-INITIALIZE.
023400     MOVE 'PDDB0047'             TO WK-9004-PGM-ID.
023500     MOVE SPACES                 TO WK-9004-OVRD-DT.
023600     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
023700     IF WK-9004-NO-BUS-DT
023800         DISPLAY 'PDDB0047 - NO BUSINESS PROCESSING DATE'
023900         MOVE 16 TO RETURN-CODE
024000         GOBACK
024100     END-IF.
024200     OPEN EXTEND INTAKE-FILE.
024300     OPEN OUTPUT RPTB047-FILE.
024400     MOVE WK-9004-BUS-DT         TO RL-0047-H1-RUN.
024500     MOVE ZERO                   TO WH-0047-LAST-TCN.
024600     WRITE RPTB047-REC FROM RL-0047-HDG1
024700         BEFORE ADVANCING TO-NEW-PAGE.
024800     WRITE RPTB047-REC FROM RL-0047-HDG2
024900         AFTER ADVANCING 2 LINES.
025000 1000-INITIALIZE-EXIT.
025100     EXIT.
025200*****************************************************************
025300*    2000-REPROCESS-ONE - THE NEXT QUEUED OVERTURN.  EACH CASE  *
025400*    IS ITS OWN UNIT OF WORK: THE MODULE'S POSTING AND THE CASE *
025500*    OUTCOME ARE COMMITTED TOGETHER, OR THE MODULE'S WORK IS    *
025600*    BACKED OUT AND ONLY THE OUTCOME KEPT.                      *
025700*****************************************************************
025800 2000-REPROCESS-ONE.
025900     PERFORM 2100-NEXT-CASE
026000         THRU 2100-NEXT-CASE-EXIT.
026100     IF WB-0047-CASE-EOF
026200         GO TO 2000-REPROCESS-ONE-EXIT
026300     END-IF.
026400     ADD 1 TO WB-0047-SEL-CNT.
026500     MOVE CLAPPLTB-C-TCN-NUM     TO WH-0047-LAST-TCN.
026600     MOVE ZERO                   TO CLAPPLTB-C-REPRC-TCN-NUM
026700                                    CLAPPLTB-C-REPRC-PAID-AMT.
026800     MOVE SPACES                 TO CLAPPLTB-C-REPRC-EXC-CD
026900                                    WB-0047-NOTE-TX.
027000     MOVE SPACES                 TO WH-0047-PROV-ID
027100                                    WH-0047-SVC-DT.
027200     MOVE ZERO                   TO WH-0047-RX-SVC-REF-NUM.
027300     MOVE 'N'                    TO WB-0047-READY-SW.
027400     PERFORM 2200-PREPARE
027500         THRU 2200-PREPARE-EXIT.
027600     IF WB-0047-READY
027700         PERFORM 3000-READJUDICATE
027800             THRU 3000-READJUDICATE-EXIT
027900     END-IF.
028000     PERFORM 4000-UPDATE-CASE
028100         THRU 4000-UPDATE-CASE-EXIT.
028200     EXEC SQL COMMIT END-EXEC.
028300     PERFORM 5000-WRITE-DETAIL
028400         THRU 5000-WRITE-DETAIL-EXIT.
028500 2000-REPROCESS-ONE-EXIT.
028600     EXIT.
028700*****************************************************************
028800*    2100-NEXT-CASE - THE LOWEST QUEUED TCN NOT YET TRIED THIS  *
028900*    RUN (A CASE LEFT QUEUED FOR A RETRY WAITS FOR TOMORROW)    *
029000*****************************************************************
029100 2100-NEXT-CASE.
029200     EXEC SQL
029300         SELECT C.C_TCN_NUM,
029400                NVL(C.C_OVTN_EXC_CD, ' '),
029500                NVL(C.C_DCSN_USER_ID, ' '),
029600                NVL(C.C_REPRC_TRY_CNT, 0)
029700           INTO :CLAPPLTB-C-TCN-NUM,
029800                :CLAPPLTB-C-OVTN-EXC-CD,
029900                :CLAPPLTB-C-DCSN-USER-ID,
030000                :CLAPPLTB-C-REPRC-TRY-CNT
030100           FROM C_APPEAL_CASE_TB C
030200          WHERE C.C_TCN_NUM =
030300                (SELECT MIN(Q.C_TCN_NUM)
030400                   FROM C_APPEAL_CASE_TB Q
030500                  WHERE Q.C_CASE_STAT_CD  = 'C'
030600                    AND Q.C_DECISION_CD   = 'O'
030700                    AND Q.C_REPRC_STAT_CD = 'Q'
030800                    AND Q.C_TCN_NUM       > :WH-0047-LAST-TCN)
030900     END-EXEC.
031000     IF SQLCODE = 100
031100         SET WB-0047-CASE-EOF TO TRUE
031200         GO TO 2100-NEXT-CASE-EXIT
031300     END-IF.
031400     IF SQLCODE NOT = 0
031500         GO TO 9999-SQL-ERROR
031600     END-IF.
031700 2100-NEXT-CASE-EXIT.
031800     EXIT.
031900*****************************************************************
032000*    2200-PREPARE - THE DENIED CLAIM AS STORED, WHETHER THE     *
032100*    PHARMACY HAS SINCE BEEN PAID ON A RESUBMISSION, AND THE    *
032200*    BIN/PCN IT ORIGINALLY TRANSMITTED TO.  ANYTHING MISSING    *
032300*    FAILS THE CASE FOR THE APPEALS UNIT TO WORK BY HAND.       *
032400*****************************************************************
032500 2200-PREPARE.
032600     EXEC SQL
032700         SELECT A.C_BLNG_PROV_ID, A.C_RX_SVC_REF_NUM,
032800                A.C_HDR_SVC_FST_DT,
032900                NVL(A.C_RX_REFILL_NUM, 0),
033000                NVL(A.C_DRUG_SUB_QTY_AMT, 0),
033100                NVL(A.C_SUB_DAY_SPLY_AMT, 0),
033200                NVL(A.R_DRUG_CD, ' '), NVL(A.C_DAW_CD, '0'),
033300                NVL(A.C_PRSC_ID, ' '),
033400                NVL(A.C_TOT_CHRG_AMT, 0),
033500                NVL(A.R_GROUP_ID, ' '),
033600                NVL(H.C_CRDHLDR_ID, ' '),
033700                NVL((SELECT E.B_DOB_DT
033800                       FROM R_MBR_ELIG_TB E
033900                      WHERE E.R_CUST_PART_NUM = A.R_CUST_PART_NUM
034000                        AND E.B_SYS_ID        = A.B_SYS_ID
034100                        AND ROWNUM = 1), ' ')
034200           INTO :WH-0047-PROV-ID, :WH-0047-RX-SVC-REF-NUM,
034300                :WH-0047-SVC-DT,
034400                :WH-0047-RX-REFILL-NUM, :WH-0047-QTY-AMT,
034500                :WH-0047-DAYS-NUM, :WH-0047-NDC-TX,
034600                :WH-0047-DAW-CD, :WH-0047-PRSC-ID,
034700                :WH-0047-CHRG-AMT, :WH-0047-GROUP-ID,
034800                :WH-0047-CRDHLDR-ID, :WH-0047-DOB-DT
034900           FROM C_LI_DRUG_TB A,
035000                C_HDR_DRUG_TB H
035100          WHERE A.C_TCN_NUM       = :CLAPPLTB-C-TCN-NUM
035200            AND H.R_CUST_PART_NUM = A.R_CUST_PART_NUM
035300            AND H.B_SYS_ID        = A.B_SYS_ID
035400            AND H.C_TCN_NUM       = A.C_TCN_NUM
035500            AND ROWNUM = 1
035600     END-EXEC.
035700     IF SQLCODE = 100
035800         SET CLAPPLTB-C-REPRC-FAILED TO TRUE
035900         MOVE 'CLAIM NOT ON FILE'TO WB-0047-NOTE-TX
036000         GO TO 2200-PREPARE-EXIT
036100     END-IF.
036200     IF SQLCODE NOT = 0
036300         GO TO 9999-SQL-ERROR
036400     END-IF.
036500*    THE PHARMACY MAY HAVE RESUBMITTED ON ITS OWN AND BEEN PAID -
036600*    LINK THAT CLAIM RATHER THAN PAY THE PRESCRIPTION TWICE.
036700     EXEC SQL
036800         SELECT NVL(MIN(D.C_TCN_NUM), 0)
036900           INTO :WH-0047-DUP-TCN
037000           FROM C_LI_DRUG_TB D
037100          WHERE D.C_BLNG_PROV_ID   = :WH-0047-PROV-ID
037200            AND D.C_RX_SVC_REF_NUM = :WH-0047-RX-SVC-REF-NUM
037300            AND D.C_HDR_SVC_FST_DT = :WH-0047-SVC-DT
037400            AND D.C_HDR_STAT_CD    = 'P'
037500            AND D.C_TCN_NUM       <> :CLAPPLTB-C-TCN-NUM
037600     END-EXEC.
037700     IF SQLCODE NOT = 0
037800         GO TO 9999-SQL-ERROR
037900     END-IF.
038000     IF WH-0047-DUP-TCN > ZERO
038100         EXEC SQL
038200             SELECT NVL(D.C_TOT_REIMB_AMT, 0)
038300               INTO :WH-0047-DUP-AMT
038400               FROM C_LI_DRUG_TB D
038500              WHERE D.C_TCN_NUM = :WH-0047-DUP-TCN
038600                AND ROWNUM = 1
038700         END-EXEC
038800         IF SQLCODE NOT = 0
038900             GO TO 9999-SQL-ERROR
039000         END-IF
039100         SET CLAPPLTB-C-REPRC-RESUBMITTED TO TRUE
039200         MOVE WH-0047-DUP-TCN    TO CLAPPLTB-C-REPRC-TCN-NUM
039300         MOVE WH-0047-DUP-AMT    TO CLAPPLTB-C-REPRC-PAID-AMT
039400         MOVE 'PAID ON RESUBMISSION' TO WB-0047-NOTE-TX
039500         GO TO 2200-PREPARE-EXIT
039600     END-IF.
039700     EXEC SQL
039800         SELECT T.C_BIN_NUM, T.C_PRCS_NUM
039900           INTO :WH-0047-BIN-NUM, :WH-0047-PCN-TX
040000           FROM C_NCP_TXMIT_LOG_TB T
040100          WHERE T.C_PROV_ID         = :WH-0047-PROV-ID
040200            AND T.C_RX_SVC_REF_NUM  = :WH-0047-RX-SVC-REF-NUM
040300            AND T.C_HDR_SVC_FST_DT  = :WH-0047-SVC-DT
040400            AND ROWNUM = 1
040500     END-EXEC.
040600     IF SQLCODE = 100
040700         SET CLAPPLTB-C-REPRC-FAILED TO TRUE
040800         MOVE 'NO TRANSMISSION FOUND'TO WB-0047-NOTE-TX
040900         GO TO 2200-PREPARE-EXIT
041000     END-IF.
041100     IF SQLCODE NOT = 0
041200         GO TO 9999-SQL-ERROR
041300     END-IF.
041400     IF CLAPPLTB-C-OVTN-EXC-CD NOT > SPACES
041500         SET CLAPPLTB-C-REPRC-FAILED TO TRUE
041600         MOVE 'NO EXCEPTION NAMED' TO WB-0047-NOTE-TX
041700         GO TO 2200-PREPARE-EXIT
041800     END-IF.
041900     SET WB-0047-READY           TO TRUE.
042000 2200-PREPARE-EXIT.
042100     EXIT.
042200*****************************************************************
042300*    3000-READJUDICATE - ISSUE THE OVERRIDE CREDENTIAL, REBUILD *
042400*    THE CLAIM AS A B1 CARRYING IT AND DRIVE IT THROUGH THE DUAL*
042500*    MODULE AS AN APPEAL REPROCESS (INPUT FORM 'A')             *
042600*****************************************************************
042700 3000-READJUDICATE.
042800     PERFORM 3100-ISSUE-CREDENTIAL
042900         THRU 3100-ISSUE-CREDENTIAL-EXIT.
043000     IF CLAPPLTB-C-REPRC-FAILED
043100         GO TO 3000-READJUDICATE-EXIT
043200     END-IF.
043300     PERFORM 3200-BUILD-TXMIT
043400         THRU 3200-BUILD-TXMIT-EXIT.
043500     INITIALIZE W1C40541-C-CNTL-PHRM-IO-VW
043600                W1C56941-C-MDUL-OUT-WS.
043700     MOVE 'A'                    TO W1C40541-C-INPUT-FRM-CD.
043800     MOVE CLAPPLTB-C-DCSN-USER-ID
043900                                 TO W1C40541-G-AUD-USER-ID.
044000     MOVE 1                      TO WB-0047-RX-NUM.
044100     CALL WB-0047-DUAL-MODULE USING WB-0047-DFHEIBLK
044200                                    WB-0047-DFHCOMMAREA
044300                                    W1C66791-C-NCPDP-CNSLDTD
044400                                    W1C40541-C-CNTL-PHRM-IO-VW
044500                                    W1C56941-C-MDUL-OUT-WS
044600                                    WB-0047-RX-NUM
044700                                    WB-0047-QTY-PRSC-AMT-OMT.
044800     PERFORM 3300-CHECK-OUTCOME
044900         THRU 3300-CHECK-OUTCOME-EXIT.
045000 3000-READJUDICATE-EXIT.
045100     EXIT.
045200*****************************************************************
045300*    3100-ISSUE-CREDENTIAL - A SINGLE-USE C_HD_OVRD_TB CODE FOR *
045400*    THE OVERTURNED EXCEPTION ONLY, ATTRIBUTED TO THE USER WHO  *
045500*    DECIDED THE APPEAL, AS THE HELP DESK SCREEN (PDDM7586)     *
045600*    ISSUES THEM.  CONDU MARKS IT CONSUMED WITH THE NEW TCN.    *
045700*****************************************************************
045800 3100-ISSUE-CREDENTIAL.
045900     MOVE ZERO                   TO WB-0047-CODE-TRY.
046000     MOVE 'N'                    TO WB-0047-CODE-SW.
046100     PERFORM 3150-INSERT-CREDENTIAL
046200         THRU 3150-INSERT-CREDENTIAL-EXIT
046300         UNTIL WB-0047-CODE-ISSUED
046400            OR WB-0047-CODE-TRY NOT < 5.
046500     IF NOT WB-0047-CODE-ISSUED
046600         SET CLAPPLTB-C-REPRC-FAILED TO TRUE
046700         MOVE 'OVERRIDE NOT ISSUED'  TO WB-0047-NOTE-TX
046800     END-IF.
046900 3100-ISSUE-CREDENTIAL-EXIT.
047000     EXIT.
047100*****************************************************************
047200*    3150-INSERT-CREDENTIAL - ONE TRY.  A TIME-DERIVED CODE CAN *
047300*    COLLIDE (-803); THE NEXT TRY MOVES THE SEED.               *
047400*****************************************************************
047500 3150-INSERT-CREDENTIAL.
047600     ADD 1 TO WB-0047-CODE-TRY.
047700     ACCEPT WB-0047-TIME-NOW FROM TIME.
047800     COMPUTE WB-0047-CODE-SEED =
047900         WB-0047-TIME-NOW * 7 + 1234567 + WB-0047-CODE-TRY * 13.
048000     MOVE SPACES                 TO CLHDOVTB-C-OVRD-CD.
048100     STRING 'AP' WB-0047-CODE-SEED
048200         DELIMITED BY SIZE INTO CLHDOVTB-C-OVRD-CD.
048300     MOVE WH-0047-PROV-ID        TO CLHDOVTB-C-PROV-ID.
048400     MOVE WH-0047-RX-SVC-REF-NUM TO CLHDOVTB-C-RX-SVC-REF-NUM.
048500     MOVE CLAPPLTB-C-OVTN-EXC-CD TO CLHDOVTB-R-CLM-EXC-CD.
048600     MOVE CLAPPLTB-C-DCSN-USER-ID
048700                                 TO CLHDOVTB-C-ISSUED-BY-ID.
048800     EXEC SQL
048900         INSERT INTO C_HD_OVRD_TB
049000                (C_OVRD_CD, C_PROV_ID, C_RX_SVC_REF_NUM,
049100                 R_CLM_EXC_CD, C_ISSUED_BY_ID, C_ISSUED_TS,
049200                 C_EXPIRY_TS, C_CONSUMED_IND, C_CONSUMED_TS,
049300                 C_TCN_NUM)
049400         VALUES (:CLHDOVTB-C-OVRD-CD,
049500                 :CLHDOVTB-C-PROV-ID,
049600                 :CLHDOVTB-C-RX-SVC-REF-NUM,
049700                 :CLHDOVTB-R-CLM-EXC-CD,
049800                 :CLHDOVTB-C-ISSUED-BY-ID,
049900                 TO_CHAR(CURRENT_TIMESTAMP,
050000                         'YYYY-MM-DD-HH24.MI.SS.FF6'),
050100                 TO_CHAR(CURRENT_TIMESTAMP + 1,
050200                         'YYYY-MM-DD-HH24.MI.SS.FF6'),
050300                 'N', ' ', 0)
050400     END-EXEC.
050500     IF SQLCODE = 0
050600         SET WB-0047-CODE-ISSUED TO TRUE
050700         GO TO 3150-INSERT-CREDENTIAL-EXIT
050800     END-IF.
050900     IF SQLCODE NOT = -803
051000         GO TO 9999-SQL-ERROR
051100     END-IF.
051200 3150-INSERT-CREDENTIAL-EXIT.
051300     EXIT.
051400*****************************************************************
051500*    3200-BUILD-TXMIT - LAY THE STORED CLAIM INTO A W1C66791    *
051600*    TRANSMISSION AS ONE B1 BILLING, AS THE PHARMACY SENT IT:   *
051700*    THE SAME BIN/PCN, PHARMACY, RX, SERVICE DATE, DRUG,        *
051800*    QUANTITY, PRESCRIBER AND CHARGE, WITH THE OVERRIDE CODE IN *
051900*    THE PRIOR-AUTH NUMBER FIELD WHERE CONDU LOOKS FOR IT.      *
052000*    EVERYTHING ELSE STAYS HIGH-VALUES (NOT SUBMITTED).         *
052100*****************************************************************
052200 3200-BUILD-TXMIT.
052300     MOVE HIGH-VALUES            TO W1C66791-C-NCPDP-CNSLDTD.
052400     MOVE WH-0047-BIN-NUM        TO WB-0047-BIN-NUM.
052500     MOVE WB-0047-BIN-NUM        TO W1C66791-C-NCP-BIN-NUM.
052600     MOVE 'D0'                   TO W1C66791-C-NCP-VERSION-NUM.
052700     MOVE 'B1'                   TO W1C66791-C-NCP-POS-TRAN-CD.
052800     MOVE WH-0047-PCN-TX         TO W1C66791-C-NCP-PRCS-NUM.
052900     MOVE '1'                    TO W1C66791-C-NCP-TRAN-CNT-NUM.
053000     MOVE 1                      TO W1C66791-C-NCP-CNT-RX-NUM.
053100     MOVE '01'                   TO W1C66791-C-NCP-PROV-ID-CD.
053200     MOVE WH-0047-PROV-ID        TO W1C66791-C-NCP-PROV-ID.
053300     MOVE WH-0047-GROUP-ID       TO W1C66791-C-NCP-GROUP-ID.
053400     MOVE WH-0047-CRDHLDR-ID     TO W1C66791-C-NCP-CARDHOLDR-ID.
053500     IF WH-0047-DOB-DT NOT = SPACES
053600         MOVE WH-0047-DOB-DT     TO WB-0047-DATE-TX
053700         MOVE WB-0047-DATE-CCYY  TO WB-0047-DATE-8-CCYY
053800         MOVE WB-0047-DATE-MM    TO WB-0047-DATE-8-MM
053900         MOVE WB-0047-DATE-DD    TO WB-0047-DATE-8-DD
054000         MOVE WB-0047-DATE-8     TO W1C66791-C-NCP-CLNT-DOB-DT
054100     END-IF.
054200     MOVE WH-0047-SVC-DT         TO WB-0047-DATE-TX.
054300     MOVE WB-0047-DATE-CCYY      TO WB-0047-DATE-8-CCYY.
054400     MOVE WB-0047-DATE-MM        TO WB-0047-DATE-8-MM.
054500     MOVE WB-0047-DATE-DD        TO WB-0047-DATE-8-DD.
054600     MOVE WB-0047-DATE-8-NUM     TO W1C66791-C-NCP-SVC-FST-DT.
054700     MOVE ZERO TO W1C66791-C-NCP-SUB-OVD-CNT (1)
054800                  W1C66791-C-NCP-CNT-DUR-NUM (1)
054900                  W1C66791-C-NCP-CNT-CLIN-NUM (1)
055000                  W1C66791-C-NCP-CNT-DIAG-NUM (1)
055100                  W1C66791-C-NCP-CNT-OAMT-NUM (1)
055200                  W1C66791-C-NCP-CNT-COB-NUM (1)
055300                  W1C66791-C-NCP-CNT-OVD-NUM (1)
055400                  W1C66791-C-NCP-CNT-CMPD-NUM (1)
055500                  W1C66791-C-NCP-CNT-MOD-NUM (1).
055600     MOVE '1'                    TO W1C66791-C-NCP-RX-NUM-CD (1).
055700     MOVE WH-0047-RX-SVC-REF-NUM TO WB-0047-RX-9.
055800     MOVE WB-0047-RX-9           TO W1C66791-C-NCP-RX-NUM (1).
055900     MOVE WH-0047-RX-REFILL-NUM
056000         TO W1C66791-C-NCP-NEW-REFLL-CD (1).
056100     MOVE WH-0047-QTY-AMT
056200         TO W1C66791-C-NCP-SUBM-QTY-AMT (1)
056300            W1C66791-C-NCP-SUBM-QTY-NUM (1).
056400     MOVE WH-0047-DAYS-NUM
056500         TO W1C66791-C-NCP-DYS-SPLY-NUM (1).
056600     MOVE '03'                   TO W1C66791-C-NCP-PROD-ID-CD (1).
056700     MOVE WH-0047-NDC-TX         TO W1C66791-C-NCP-PROD-ID (1).
056800     MOVE WH-0047-DAW-CD         TO W1C66791-C-NCP-DAW-IND (1).
056900     MOVE '01'                   TO W1C66791-C-NCP-PRSC-ID-CD (1).
057000     MOVE WH-0047-PRSC-ID        TO W1C66791-C-NCP-PRSC-ID (1).
057100     MOVE WH-0047-CHRG-AMT
057200         TO W1C66791-C-NCP-SUBM-ING-AMT (1)
057300            W1C66791-C-NCP-UAC-AMT (1)
057400            W1C66791-C-NCP-GROSS-AMT (1).
057500     MOVE CLHDOVTB-C-OVRD-CD
057600         TO W1C66791-C-NCP-PA-AUTH-NUM (1).
057700 3200-BUILD-TXMIT-EXIT.
057800     EXIT.
057900*****************************************************************
058000*    3300-CHECK-OUTCOME - A PAID CLAIM IS POSTED AND KEPT.  A   *
058100*    MODULE FAILURE OR A CLAIM THAT STILL DENIES (OR HOLDS) IS  *
058200*    BACKED OUT ENTIRELY, CREDENTIAL INCLUDED.                  *
058300*****************************************************************
058400 3300-CHECK-OUTCOME.
058500     IF W1C56941-C-MDUL-RTRN-CD NOT = WV-C4398-C-SUCCESS
058600         EXEC SQL ROLLBACK END-EXEC
058700         ADD 1 TO CLAPPLTB-C-REPRC-TRY-CNT
058800         IF CLAPPLTB-C-REPRC-TRY-CNT < WB-0047-TRY-LIMIT
058900             MOVE 'MODULE ERROR - RETRY' TO WB-0047-NOTE-TX
059000         ELSE
059100             SET CLAPPLTB-C-REPRC-FAILED TO TRUE
059200             MOVE 'MODULE ERROR - GAVE UP'
059300                                 TO WB-0047-NOTE-TX
059400         END-IF
059500         GO TO 3300-CHECK-OUTCOME-EXIT
059600     END-IF.
059700     IF W1C40541-C-HDR-STAT-CD = 'D'
059800        OR W1C40541-C-HDR-STAT-CD = 'H'
059900         EXEC SQL ROLLBACK END-EXEC
060000         SET CLAPPLTB-C-REPRC-STILL-DENIED TO TRUE
060100         MOVE 'N'                TO WB-0047-FOUND-SW
060200         PERFORM 3350-DENYING-EXC
060300             THRU 3350-DENYING-EXC-EXIT
060400             VARYING WB-0047-EXC-SUB FROM 1 BY 1
060500             UNTIL WB-0047-EXC-SUB > W1C40541-C-CNT-EXC-NUM
060600                OR WB-0047-EXC-SUB > 50
060700                OR WB-0047-FOUND
060800         MOVE 'DENIED ON ANOTHER EDIT'TO WB-0047-NOTE-TX
060900         GO TO 3300-CHECK-OUTCOME-EXIT
061000     END-IF.
061100     WRITE IN-CLAIM-REC FROM W1C40541-C-CNTL-PHRM-IO-VW.
061200     SET CLAPPLTB-C-REPRC-PAID   TO TRUE.
061300     MOVE W1C40541-C-TCN-NUM     TO CLAPPLTB-C-REPRC-TCN-NUM.
061400     MOVE W1C40541-C-TOT-REIMB-AMT
061500                                 TO CLAPPLTB-C-REPRC-PAID-AMT.
061600 3300-CHECK-OUTCOME-EXIT.
061700     EXIT.
061800*****************************************************************
061900*    3350-DENYING-EXC - THE FIRST EXCEPTION STILL DENYING THE   *
062000*    CLAIM, KEPT ON THE CASE FOR THE APPEALS UNIT               *
062100*****************************************************************
062200 3350-DENYING-EXC.
062300     IF W1C40541-C-EXC-STAT-CD OF W1C40541-C-LI-EXC-VW
062400            (WB-0047-EXC-SUB) = WV-R0156-C-DENY
062500      OR W1C40541-C-EXC-STAT-CD OF W1C40541-C-LI-EXC-VW
062600            (WB-0047-EXC-SUB) = WV-R0156-C-DENY-AND-REPORT
062700      OR W1C40541-C-EXC-STAT-CD OF W1C40541-C-LI-EXC-VW
062800            (WB-0047-EXC-SUB) = WV-R0156-C-PEND
062900         MOVE W1C40541-R-CLM-EXC-CD OF W1C40541-C-LI-EXC-VW
063000                 (WB-0047-EXC-SUB)
063100                                 TO CLAPPLTB-C-REPRC-EXC-CD
063200         SET WB-0047-FOUND       TO TRUE
063300     END-IF.
063400 3350-DENYING-EXC-EXIT.
063500     EXIT.
063600*****************************************************************
063700*    4000-UPDATE-CASE - THE OUTCOME ONTO THE CASE.  A CASE LEFT *
063800*    QUEUED ONLY COUNTS THE TRY.                                *
063900*****************************************************************
064000 4000-UPDATE-CASE.
064100     EVALUATE TRUE
064200       WHEN CLAPPLTB-C-REPRC-PAID
064300         ADD 1 TO WB-0047-PAID-CNT
064400         ADD CLAPPLTB-C-REPRC-PAID-AMT TO WB-0047-PAID-AMT
064500       WHEN CLAPPLTB-C-REPRC-RESUBMITTED
064600         ADD 1 TO WB-0047-RESUB-CNT
064700       WHEN CLAPPLTB-C-REPRC-STILL-DENIED
064800         ADD 1 TO WB-0047-DENIED-CNT
064900       WHEN CLAPPLTB-C-REPRC-FAILED
065000         ADD 1 TO WB-0047-FAIL-CNT
065100       WHEN OTHER
065200         ADD 1 TO WB-0047-RETRY-CNT
065300     END-EVALUATE.
065400     EXEC SQL
065500         UPDATE C_APPEAL_CASE_TB
065600            SET C_REPRC_STAT_CD  = :CLAPPLTB-C-REPRC-STAT-CD,
065700                C_REPRC_TRY_CNT  = :CLAPPLTB-C-REPRC-TRY-CNT,
065800                C_REPRC_TS       = TO_CHAR(CURRENT_TIMESTAMP,
065900                                   'YYYY-MM-DD-HH24.MI.SS.FF6'),
066000                C_REPRC_TCN_NUM  = :CLAPPLTB-C-REPRC-TCN-NUM,
066100                C_REPRC_PAID_AMT = :CLAPPLTB-C-REPRC-PAID-AMT,
066200                C_REPRC_EXC_CD   = :CLAPPLTB-C-REPRC-EXC-CD
066300          WHERE C_TCN_NUM        = :CLAPPLTB-C-TCN-NUM
066400            AND C_REPRC_STAT_CD  = 'Q'
066500     END-EXEC.
066600     IF SQLCODE NOT = 0
066700         GO TO 9999-SQL-ERROR
066800     END-IF.
066900 4000-UPDATE-CASE-EXIT.
067000     EXIT.
067100*****************************************************************
067200*    5000-WRITE-DETAIL - ONE LINE PER CASE TRIED                *
067300*****************************************************************
067400 5000-WRITE-DETAIL.
067500     MOVE CLAPPLTB-C-TCN-NUM     TO RL-0047-D-TCN.
067600     MOVE WH-0047-PROV-ID        TO RL-0047-D-PROV-ID.
067700     MOVE WH-0047-RX-SVC-REF-NUM TO RL-0047-D-RX.
067800     MOVE WH-0047-SVC-DT         TO RL-0047-D-SVC-DT.
067900     MOVE CLAPPLTB-C-OVTN-EXC-CD TO RL-0047-D-EXC.
068000     EVALUATE TRUE
068100       WHEN CLAPPLTB-C-REPRC-PAID
068200         MOVE 'PAID'             TO RL-0047-D-OUTCOME
068300       WHEN CLAPPLTB-C-REPRC-RESUBMITTED
068400         MOVE 'RESUBMITTED'      TO RL-0047-D-OUTCOME
068500       WHEN CLAPPLTB-C-REPRC-STILL-DENIED
068600         MOVE 'STILL DENIED'     TO RL-0047-D-OUTCOME
068700       WHEN CLAPPLTB-C-REPRC-FAILED
068800         MOVE 'FAILED'           TO RL-0047-D-OUTCOME
068900       WHEN OTHER
069000         MOVE 'RETRY'            TO RL-0047-D-OUTCOME
069100     END-EVALUATE.
069200     MOVE CLAPPLTB-C-REPRC-TCN-NUM  TO RL-0047-D-NEW-TCN.
069300     MOVE CLAPPLTB-C-REPRC-PAID-AMT TO RL-0047-D-AMT.
069400     IF CLAPPLTB-C-REPRC-STILL-DENIED
069500         MOVE SPACES             TO RL-0047-D-NOTE
069600         STRING 'STILL DENYING EXC '    DELIMITED BY SIZE
069700                CLAPPLTB-C-REPRC-EXC-CD DELIMITED BY SIZE
069800             INTO RL-0047-D-NOTE
069900         END-STRING
070000     ELSE
070100         MOVE WB-0047-NOTE-TX    TO RL-0047-D-NOTE
070200     END-IF.
070300     WRITE RPTB047-REC FROM RL-0047-DTL-LINE
070400         AFTER ADVANCING 1 LINE.
070500 5000-WRITE-DETAIL-EXIT.
070600     EXIT.
070700*****************************************************************
070800*    8000-FINALIZE - COUNTS REPORT:                             *
070900*    SELECTED = PAID + RESUBMITTED + STILL DENIED + RETRY       *
071000*             + FAILED                                          *
071100*****************************************************************
071200 8000-FINALIZE.
071300     EXEC SQL COMMIT END-EXEC.
071400     MOVE 'OVERTURNED CASES SELECTED'  TO RL-0047-C-LABEL.
071500     MOVE WB-0047-SEL-CNT          TO RL-0047-C-CNT.
071600     WRITE RPTB047-REC FROM RL-0047-COUNT-LINE
071700         AFTER ADVANCING 3 LINES.
071800     MOVE 'REPROCESSED AND PAID'   TO RL-0047-C-LABEL.
071900     MOVE WB-0047-PAID-CNT         TO RL-0047-C-CNT.
072000     WRITE RPTB047-REC FROM RL-0047-COUNT-LINE
072100         AFTER ADVANCING 1 LINE.
072200     MOVE 'ALREADY PAID ON RESUBMISSION' TO RL-0047-C-LABEL.
072300     MOVE WB-0047-RESUB-CNT        TO RL-0047-C-CNT.
072400     WRITE RPTB047-REC FROM RL-0047-COUNT-LINE
072500         AFTER ADVANCING 1 LINE.
072600     MOVE 'STILL DENIED ON ANOTHER EDIT' TO RL-0047-C-LABEL.
072700     MOVE WB-0047-DENIED-CNT       TO RL-0047-C-CNT.
072800     WRITE RPTB047-REC FROM RL-0047-COUNT-LINE
072900         AFTER ADVANCING 1 LINE.
073000     MOVE 'LEFT QUEUED FOR RETRY'  TO RL-0047-C-LABEL.
073100     MOVE WB-0047-RETRY-CNT        TO RL-0047-C-CNT.
073200     WRITE RPTB047-REC FROM RL-0047-COUNT-LINE
073300         AFTER ADVANCING 1 LINE.
073400     MOVE 'FAILED - WORK BY HAND'  TO RL-0047-C-LABEL.
073500     MOVE WB-0047-FAIL-CNT         TO RL-0047-C-CNT.
073600     WRITE RPTB047-REC FROM RL-0047-COUNT-LINE
073700         AFTER ADVANCING 1 LINE.
073800     MOVE 'AMOUNT PAID ON REPROCESSED CLAIMS' TO RL-0047-A-LABEL.
073900     MOVE WB-0047-PAID-AMT         TO RL-0047-A-AMT.
074000     WRITE RPTB047-REC FROM RL-0047-AMT-LINE
074100         AFTER ADVANCING 2 LINES.
074200     IF WB-0047-SEL-CNT = WB-0047-PAID-CNT + WB-0047-RESUB-CNT
074300                        + WB-0047-DENIED-CNT + WB-0047-RETRY-CNT
074400                        + WB-0047-FAIL-CNT
074500         MOVE 'BALANCED - SELECTED = SUM OF THE OUTCOMES ABOVE'
074600                                   TO RL-0047-B-TX
074700     ELSE
074800         MOVE '*** OUT OF BALANCE - INVESTIGATE BEFORE RERUN ***'
074900                                   TO RL-0047-B-TX
075000         MOVE 8 TO RETURN-CODE
075100     END-IF.
075200     WRITE RPTB047-REC FROM RL-0047-BAL-LINE
075300         AFTER ADVANCING 2 LINES.
075400     CLOSE INTAKE-FILE RPTB047-FILE.
075500 8000-FINALIZE-EXIT.
075600     EXIT.
075700*****************************************************************
075800*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
075900*****************************************************************
076000 9999-SQL-ERROR.
076100     DISPLAY 'PDDB0047 - SQL ERROR ON APPEAL REPROCESSING'.
076200     DISPLAY 'SQLCODE = ' SQLCODE.
076300     EXEC SQL ROLLBACK END-EXEC.
076400     MOVE 16 TO RETURN-CODE.
076500     CLOSE INTAKE-FILE RPTB047-FILE.
076600     GOBACK.
