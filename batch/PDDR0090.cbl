000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0090.
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
001300*  10/15/26  ACS   NEW PROGRAM.  WEEKLY STATE ENCOUNTER         *
001400*                  EXTRACT IN THE NCPDP POST ADJUDICATION       *
001500*                  FORMAT.  EVERY CLAIM WHOSE ADJUDICATION      *
001600*                  AUDIT TIMESTAMP FALLS IN THE WEEK (ENCPARM   *
001700*                  CARD, ELSE THE SEVEN DAYS ENDING ON THE      *
001800*                  BUSINESS DATE) AND IS STILL PAID AT THE      *
001900*                  END OF IT GOES TO THE STATE WITH OUR PAID    *
002000*                  AMOUNTS AND THE ENCOUNTER ADJUSTMENT         *
002100*                  DOCUMENT TYPE: A NEW CLAIM AS AN ORIGINAL,   *
002200*                  A SINGLE-TRANSACTION REBILL WHOSE ORIGINAL   *
002300*                  THE STATE HOLDS AS A REPLACEMENT OF IT.  A   *
002400*                  CLAIM REVERSED SINCE IT WAS SENT IS VOIDED.  *
002500*                  EACH ENCOUNTER IS TRACKED ON C_ENC_SUBM_TB   *
002600*                  FOR THE STATE RESPONSE FILE (PDDB0050) AND   *
002700*                  THE ERROR AGING REPORT (PDDR0091); REJECTED  *
002800*                  ENCOUNTERS GO AGAIN HERE ONCE CORRECTED.     *
002900*                  THE FILE IS BALANCED TO THE WEEK'S PAID      *
003000*                  DOLLARS AND REGISTERED ON THE OUTBOUND FILE  *
003100*                  MANIFEST (PDDS9006).                         *
003200*                                                               *
003300*****************************************************************
003400*                                                               *
003500*   DOCUMENT TYPES: 1 ORIGINAL, 7 REPLACEMENT, 8 VOID.  A       *
003600*   REPLACEMENT OR VOID CARRIES THE TCN OF THE ENCOUNTER IT     *
003700*   ACTS ON IN THE PRIOR TCN FIELD.                             *
003800*                                                               *
003900*   THE B2 REVERSAL STAMPS THE CREDIT CODE ON THE ORIGINAL      *
004000*   CLAIM, AND A REBILL CARRIES THE TCN OF THE CLAIM IT NETTED  *
004100*   AGAINST (C_ORIG_TCN_NUM).  A CLAIM PAID AND REVERSED IN THE *
004200*   SAME WEEK IS NEVER SENT.  A REBILL REPLACES ITS ORIGINAL    *
004300*   ONLY WHEN THE STATE HOLDS THE ORIGINAL; OTHERWISE IT GOES   *
004400*   AS AN ORIGINAL AND THE ORIGINAL IS VOIDED OR CLOSED ON ITS  *
004500*   OWN.  THE REPLACED ORIGINAL IS MARKED P SO IT IS NOT ALSO   *
004600*   VOIDED.                                                     *
004700*                                                               *
004800*   CORRECTIONS FOLLOW THE WEEK'S CLAIMS: A REJECTED ENCOUNTER  *
004900*   WHOSE CLAIM HAS CHANGED (OR THAT THE ENCOUNTER ERROR TEAM   *
005000*   FLAGS ON AN ENCCORR CARD) IS RESENT, AN ACCEPTED ONE WHOSE  *
005100*   CLAIM HAS CHANGED GOES AS A REPLACEMENT, AND ONE WHOSE      *
005200*   CLAIM IS NO LONGER PAID IS VOIDED IF THE STATE HOLDS IT,    *
005300*   ELSE CLOSED.  A RERUN ON THE SAME BUSINESS DATE SENDS THE   *
005400*   SAME DOCUMENTS AGAIN.                                       *
005500*                                                               *
005600*****************************************************************
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
005900 SOURCE-COMPUTER.   IBM-370.
006000 OBJECT-COMPUTER.   IBM-370.
006100 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT ENCPARM-FILE ASSIGN TO ENCPARM
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT ENCCORR-FILE ASSIGN TO ENCCORR
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800     SELECT ENCOUT-FILE ASSIGN TO ENCOUT
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000     SELECT RPT0090-FILE ASSIGN TO RPT0090
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200*****************************************************************
007300*  DATA DIVISION                                                *
007400*****************************************************************
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  ENCPARM-FILE.
007800 01  EP-PARM-REC.
007900     05  EP-WK-BEG-DT                PIC X(00010).
008000     05  FILLER                      PIC X(00001).
008100     05  EP-WK-END-DT                PIC X(00010).
008200     05  FILLER                      PIC X(00059).
008300*    OPTIONAL.  ONE CARD PER ENCOUNTER THE ERROR TEAM HAS WORKED:
008400*    TCN AND R (RESEND AS IT NOW STANDS) OR V (VOID AT THE STATE).
008500 FD  ENCCORR-FILE.
008600 01  EC-CORR-REC.
008700     05  EC-TCN-TX                   PIC X(00017).
008800     05  EC-TCN-NUM REDEFINES EC-TCN-TX
008900                                     PIC 9(00017).
009000     05  FILLER                      PIC X(00001).
009100     05  EC-CORR-CD                  PIC X(00001).
009200         88  EC-RESEND               VALUE 'R'.
009300         88  EC-VOID                 VALUE 'V'.
009400     05  FILLER                      PIC X(00061).
009500 FD  ENCOUT-FILE.
009600 01  EO-ENC-REC                      PIC X(00250).
009700 01  EO-HEADER-REC REDEFINES EO-ENC-REC.
009800     05  EH-REC-TY                   PIC X(00003).
009900     05  EH-BUS-DT                   PIC X(00010).
010000     05  EH-WK-BEG-DT                PIC X(00010).
010100     05  EH-WK-END-DT                PIC X(00010).
010200     05  FILLER                      PIC X(00217).
010300 01  EO-DETAIL-REC REDEFINES EO-ENC-REC.
010400     05  ED-REC-TY                   PIC X(00003).
010500*    1 ORIGINAL, 7 REPLACEMENT, 8 VOID.
010600     05  ED-DOC-TY-CD                PIC X(00001).
010700     05  ED-TCN-NUM                  PIC 9(00017).
010800     05  ED-PRIOR-TCN-NUM            PIC 9(00017).
010900     05  ED-SYS-ID                   PIC 9(00009).
011000     05  ED-CRDHLDR-ID               PIC X(00020).
011100     05  ED-PROV-ID                  PIC X(00015).
011200     05  ED-PRSC-ID                  PIC X(00015).
011300     05  ED-RX-NUM                   PIC 9(00012).
011400     05  ED-NDC-NUM                  PIC 9(00011).
011500     05  ED-SVC-DT                   PIC X(00010).
011600     05  ED-PAID-DT                  PIC X(00010).
011700     05  ED-QTY-AMT                  PIC 9(00008)V9(00003).
011800     05  ED-DAYS-NUM                 PIC 9(00003).
011900     05  ED-CHRG-AMT                 PIC S9(00009)V9(00002).
012000     05  ED-ALLOW-AMT                PIC S9(00009)V9(00002).
012100     05  ED-FEE-AMT                  PIC S9(00009)V9(00002).
012200     05  ED-PAID-AMT                 PIC S9(00009)V9(00002).
012300     05  ED-PAT-AMT                  PIC S9(00009)V9(00002).
012400     05  ED-OTH-PYR-AMT              PIC S9(00009)V9(00002).
012500     05  FILLER                      PIC X(00030).
012600 01  EO-TRAILER-REC REDEFINES EO-ENC-REC.
012700     05  ET-REC-TY                   PIC X(00003).
012800     05  ET-REC-CNT                  PIC 9(00009).
012900     05  ET-HASH-AMT                 PIC S9(00013)V9(00002).
013000     05  FILLER                      PIC X(00223).
013100 FD  RPT0090-FILE
013200     RECORDING MODE IS F.
013300 01  RPT0090-REC                     PIC X(00133).
013400*****************************************************************
013500*  WORKING-STORAGE SECTION                                     *
013600*****************************************************************
013700 WORKING-STORAGE SECTION.
013800 77  WR-0090-EOF-SW                  PIC X(00001) VALUE 'N'.
013900     88  WR-0090-EOF                 VALUE 'Y'.
014000 77  WR-0090-CORR-EOF-SW             PIC X(00001) VALUE 'N'.
014100     88  WR-0090-CORR-EOF            VALUE 'Y'.
014200 77  WR-0090-SUBM-SW                 PIC X(00001) VALUE 'N'.
014300     88  WR-0090-NEW-SUBM            VALUE 'N'.
014400     88  WR-0090-RERUN-SUBM          VALUE 'R'.
014500     88  WR-0090-PRIOR-SUBM          VALUE 'P'.
014600 77  WR-0090-CHANGED-SW              PIC X(00001) VALUE 'N'.
014700     88  WR-0090-CHANGED             VALUE 'Y'.
014800 77  WR-0090-FILE-CNT                PIC S9(00009) COMP-3
014900                                     VALUE ZERO.
015000 77  WR-0090-ORIG-CNT                PIC S9(00009) COMP-3
015100                                     VALUE ZERO.
015200 77  WR-0090-REPL-CNT                PIC S9(00009) COMP-3
015300                                     VALUE ZERO.
015400 77  WR-0090-PRIOR-CNT               PIC S9(00009) COMP-3
015500                                     VALUE ZERO.
015600 77  WR-0090-PRIOR-AMT               PIC S9(00011)V9(00002)
015700                                     COMP-3 VALUE ZERO.
015800 77  WR-0090-RESUB-CNT               PIC S9(00009) COMP-3
015900                                     VALUE ZERO.
016000 77  WR-0090-CREPL-CNT               PIC S9(00009) COMP-3
016100                                     VALUE ZERO.
016200 77  WR-0090-VOID-CNT                PIC S9(00009) COMP-3
016300                                     VALUE ZERO.
016400 77  WR-0090-CLOSE-CNT               PIC S9(00009) COMP-3
016500                                     VALUE ZERO.
016600 77  WR-0090-CORR-AMT                PIC S9(00011)V9(00002)
016700                                     COMP-3 VALUE ZERO.
016800 77  WR-0090-CARD-CNT                PIC S9(00009) COMP-3
016900                                     VALUE ZERO.
017000 77  WR-0090-CARD-BAD-CNT            PIC S9(00009) COMP-3
017100                                     VALUE ZERO.
017200 77  WR-0090-HASH-AMT                PIC S9(00013)V9(00002)
017300                                     COMP-3 VALUE ZERO.
017400 77  WR-0090-EXTR-AMT                PIC S9(00011)V9(00002)
017500                                     COMP-3 VALUE ZERO.
017600 77  WR-0090-ADJUD-AMT               PIC S9(00011)V9(00002)
017700                                     COMP-3 VALUE ZERO.
017800*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
017900     COPY WKC90040.
018000*    OUTBOUND FILE MANIFEST - SHARED PDDS9006 ROUTINE.
018100     COPY WKC90060.
018200*****************************************************************
018300*  EXEC SQL - SQLCA, HOST VARIABLES AND CURSORS                 *
018400*****************************************************************
018500     EXEC SQL INCLUDE SQLCA END-EXEC.
018600     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
018700     COPY CLENCSTB.
018800 01  WH-0090-HOST-VARS.
018900     05  WH-0090-BUS-DT              PIC X(00010).
019000     05  WH-0090-WK-BEG-DT           PIC X(00010).
019100     05  WH-0090-WK-END-DT           PIC X(00010).
019200     05  WH-0090-WK-BEG-TS           PIC X(00026).
019300     05  WH-0090-WK-END-TS           PIC X(00026).
019400     05  WH-0090-TCN-NUM             PIC S9(00017) COMP-3.
019500     05  WH-0090-SYS-ID              PIC S9(00009) COMP.
019600     05  WH-0090-ORIG-TCN-NUM        PIC S9(00017) COMP-3.
019700     05  WH-0090-HDR-STAT-CD         PIC X(00001).
019800     05  WH-0090-CREDIT-CD           PIC X(00001).
019900     05  WH-0090-NDC-NUM             PIC S9(00011) COMP-3.
020000     05  WH-0090-SVC-DT              PIC X(00010).
020100     05  WH-0090-PAID-DT             PIC X(00010).
020200     05  WH-0090-QTY-AMT             PIC S9(00008)V9(00003)
020300                                     COMP-3.
020400     05  WH-0090-DAYS-NUM            PIC S9(00003) COMP-3.
020500     05  WH-0090-CHRG-AMT            PIC S9(00009)V9(00002)
020600                                     COMP-3.
020700     05  WH-0090-ALLOW-AMT           PIC S9(00009)V9(00002)
020800                                     COMP-3.
020900     05  WH-0090-FEE-AMT             PIC S9(00009)V9(00002)
021000                                     COMP-3.
021100     05  WH-0090-PAID-AMT            PIC S9(00009)V9(00002)
021200                                     COMP-3.
021300     05  WH-0090-PAT-AMT             PIC S9(00009)V9(00002)
021400                                     COMP-3.
021500     05  WH-0090-OTH-PYR-AMT         PIC S9(00009)V9(00002)
021600                                     COMP-3.
021700     05  WH-0090-PROV-ID             PIC X(00015).
021800     05  WH-0090-PRSC-ID             PIC X(00015).
021900     05  WH-0090-RX-NUM              PIC S9(00012) COMP-3.
022000     05  WH-0090-CRDHLDR-ID          PIC X(00020).
022100     05  WH-0090-SUM-AMT             PIC S9(00011)V9(00002)
022200                                     COMP-3.
022300     EXEC SQL END DECLARE SECTION END-EXEC.
022400*****************************************************************
022500*  DRIVER CURSOR - CLAIMS ADJUDICATED IN THE WEEK THAT ARE      *
022600*  STILL PAID AND NOT CREDITED BY A REVERSAL AT THE END OF IT   *
022700*****************************************************************
022800     EXEC SQL
022900         DECLARE C0090 CURSOR FOR
023000         SELECT A.C_TCN_NUM, A.B_SYS_ID,
023100                NVL(A.C_ORIG_TCN_NUM, 0),
023200                A.C_TOT_REIMB_AMT
023300           FROM C_LI_DRUG_TB A
023400          WHERE A.G_AUD_TS >= :WH-0090-WK-BEG-TS
023500            AND A.G_AUD_TS <= :WH-0090-WK-END-TS
023600            AND A.C_HDR_STAT_CD = 'P'
023700            AND NVL(A.C_HDR_TXN_TY_CD, ' ') <> 'C'
023800            AND NVL(A.C_CREDIT_CD, ' ')      = ' '
023900          ORDER BY A.C_TCN_NUM
024000     END-EXEC.
024100*****************************************************************
024200*  CORRECTION CURSOR - SUBMITTED ENCOUNTERS THAT MAY NEED TO GO *
024300*  AGAIN: EVERY OPEN REJECTION, EVERY ACCEPTED ENCOUNTER WHOSE  *
024400*  CLAIM IS GONE, REVERSED, NO LONGER PAID OR PAID DIFFERENTLY  *
024500*  OR THAT THE ERROR TEAM HAS FLAGGED, AND ANY CORRECTION       *
024600*  ALREADY SENT TODAY (A RERUN).  REPLACED ORIGINALS ARE LEFT   *
024700*  ALONE - THE REBILL'S REPLACEMENT STANDS FOR THEM             *
024800*****************************************************************
024900     EXEC SQL
025000         DECLARE C0090C CURSOR FOR
025100         SELECT P.C_TCN_NUM, P.B_SYS_ID, P.C_ENC_STAT_CD,
025200                P.C_ENC_DOC_TY_CD, P.C_ENC_PRIOR_TCN_NUM,
025300                P.C_ENC_ACPT_IND, P.C_ENC_CORR_CD,
025400                P.C_ENC_NDC_NUM, P.C_ENC_SVC_DT,
025500                P.C_ENC_QTY_AMT, P.C_ENC_DAYS_NUM,
025600                P.C_ENC_CHRG_AMT, P.C_ENC_ALLOW_AMT,
025700                P.C_ENC_FEE_AMT, P.C_ENC_PAID_AMT,
025800                P.C_ENC_PAT_AMT, P.C_ENC_OTH_PYR_AMT,
025900                NVL(A.C_HDR_STAT_CD, ' '),
026000                NVL(A.C_CREDIT_CD, ' ')
026100           FROM C_ENC_SUBM_TB P
026200                LEFT OUTER JOIN C_LI_DRUG_TB A
026300                  ON A.C_TCN_NUM = P.C_TCN_NUM
026400          WHERE P.C_ENC_STAT_CD = 'R'
026500             OR (P.C_ENC_STAT_CD = 'A'
026600                 AND (P.C_ENC_CORR_CD <> ' '
026700                      OR A.C_TCN_NUM IS NULL
026800                      OR A.C_HDR_STAT_CD <> 'P'
026900                      OR NVL(A.C_CREDIT_CD, ' ') <> ' '
027000                      OR A.C_TOT_REIMB_AMT <> P.C_ENC_PAID_AMT
027100                      OR NVL(A.C_TOT_PAT_RESP_AMT, 0)
027200                         <> P.C_ENC_PAT_AMT
027300                      OR NVL(A.C_OTH_PYR_PAID_AMT, 0)
027400                         <> P.C_ENC_OTH_PYR_AMT))
027500             OR (P.C_ENC_STAT_CD  = 'S'
027600                 AND P.C_ENC_SENT_DT  = :WH-0090-BUS-DT
027700                 AND P.C_ENC_SENT_CNT > 1)
027800          ORDER BY P.C_TCN_NUM
027900     END-EXEC.
028000*****************************************************************
028100*  REPORT LINE LAYOUTS                                         *
028200*****************************************************************
028300 01  RL-0090-HDG1.
028400     05  FILLER                      PIC X(00001) VALUE SPACE.
028500     05  FILLER                      PIC X(00042) VALUE
028600         'PDDR0090 - STATE ENCOUNTER EXTRACT'.
028700     05  RL-0090-H1-BEG              PIC X(00010).
028800     05  FILLER                      PIC X(00003) VALUE ' - '.
028900     05  RL-0090-H1-END              PIC X(00010).
029000 01  RL-0090-COUNT-LINE.
029100     05  FILLER                      PIC X(00001) VALUE SPACE.
029200     05  RL-0090-C-LABEL             PIC X(00034).
029300     05  RL-0090-C-CNT               PIC ZZZ,ZZZ,ZZ9.
029400 01  RL-0090-AMT-LINE.
029500     05  FILLER                      PIC X(00001) VALUE SPACE.
029600     05  RL-0090-A-LABEL             PIC X(00034).
029700     05  RL-0090-A-AMT               PIC Z,ZZZ,ZZZ,ZZ9.99.
029800 01  RL-0090-BAL-LINE.
029900     05  FILLER                      PIC X(00001) VALUE SPACE.
030000     05  RL-0090-B-TX                PIC X(00060).
030100 01  RL-0090-CARD-LINE.
030200     05  FILLER                      PIC X(00001) VALUE SPACE.
030300     05  FILLER                      PIC X(00016) VALUE
030400         'ENCCORR CARD  '.
030500     05  RL-0090-K-CARD              PIC X(00019).
030600     05  FILLER                      PIC X(00002) VALUE SPACES.
030700     05  RL-0090-K-MSG               PIC X(00043).
030800*****************************************************************
030900*  PROCEDURE DIVISION                                          *
031000*****************************************************************
031100 PROCEDURE DIVISION.
031200 0000-MAINLINE.
031300     PERFORM 1000-INITIALIZE
031400         THRU 1000-INITIALIZE-EXIT.
031500     PERFORM 2000-ONE-CLAIM
031600         THRU 2000-ONE-CLAIM-EXIT
031700         UNTIL WR-0090-EOF.
031800     PERFORM 5000-CORRECTIONS
031900         THRU 5000-CORRECTIONS-EXIT.
032000     PERFORM 8000-FINALIZE
032100         THRU 8000-FINALIZE-EXIT.
032200     GOBACK.
032300*****************************************************************
032400*    1000-INITIALIZE - THE WEEK, THE FILE HEADER, THE CURSOR    *
032500*****************************************************************
032600 1000-INITIALIZE.
032700     MOVE 'PDDR0090'             TO WK-9004-PGM-ID.
032800     MOVE SPACES                 TO WK-9004-OVRD-DT.
032900     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
033000     IF WK-9004-NO-BUS-DT
033100         DISPLAY 'PDDR0090 - NO BUSINESS PROCESSING DATE'
033200         MOVE 16 TO RETURN-CODE
033300         GOBACK
033400     END-IF.
033500     MOVE WK-9004-BUS-DT         TO WH-0090-BUS-DT.
033600     OPEN INPUT  ENCPARM-FILE ENCCORR-FILE.
033700     OPEN OUTPUT ENCOUT-FILE RPT0090-FILE.
033800     READ ENCPARM-FILE
033900         AT END
034000             MOVE SPACES TO EP-PARM-REC
034100     END-READ.
034200*    NO WEEK CARD - THE SEVEN DAYS ENDING ON THE BUSINESS DATE.
034300     IF EP-WK-BEG-DT = SPACES
034400         MOVE WH-0090-BUS-DT     TO EP-WK-END-DT
034500         EXEC SQL
034600             SELECT TO_CHAR(TO_DATE(:WH-0090-BUS-DT, 'YYYY-MM-DD')
034700                            - 6, 'YYYY-MM-DD')
034800               INTO :WH-0090-WK-BEG-DT
034900               FROM DUAL
035000         END-EXEC
035100         IF SQLCODE NOT = 0
035200             GO TO 9999-SQL-ERROR
035300         END-IF
035400         MOVE WH-0090-WK-BEG-DT  TO EP-WK-BEG-DT
035500     END-IF.
035600     MOVE EP-WK-BEG-DT           TO WH-0090-WK-BEG-DT
035700                                    RL-0090-H1-BEG.
035800     MOVE EP-WK-END-DT           TO WH-0090-WK-END-DT
035900                                    RL-0090-H1-END.
036000     MOVE SPACES TO WH-0090-WK-BEG-TS WH-0090-WK-END-TS.
036100     STRING WH-0090-WK-BEG-DT '-00.00.00.000000'
036200         DELIMITED BY SIZE INTO WH-0090-WK-BEG-TS.
036300     STRING WH-0090-WK-END-DT '-23.59.59.999999'
036400         DELIMITED BY SIZE INTO WH-0090-WK-END-TS.
036500     WRITE RPT0090-REC FROM RL-0090-HDG1
036600         BEFORE ADVANCING TO-NEW-PAGE.
036700     MOVE SPACES                 TO EO-ENC-REC.
036800     MOVE 'HDR'                  TO EH-REC-TY.
036900     MOVE WH-0090-BUS-DT         TO EH-BUS-DT.
037000     MOVE WH-0090-WK-BEG-DT      TO EH-WK-BEG-DT.
037100     MOVE WH-0090-WK-END-DT      TO EH-WK-END-DT.
037200     WRITE EO-ENC-REC.
037300     EXEC SQL
037400         OPEN C0090
037500     END-EXEC.
037600     IF SQLCODE NOT = 0
037700         GO TO 9999-SQL-ERROR
037800     END-IF.
037900 1000-INITIALIZE-EXIT.
038000     EXIT.
038100*****************************************************************
038200*    2000-ONE-CLAIM - FETCH THE CLAIM AND SEND ITS ENCOUNTER    *
038300*****************************************************************
038400 2000-ONE-CLAIM.
038500     EXEC SQL
038600         FETCH C0090
038700         INTO :WH-0090-TCN-NUM,
038800              :WH-0090-SYS-ID,
038900              :WH-0090-ORIG-TCN-NUM,
039000              :WH-0090-PAID-AMT
039100     END-EXEC.
039200     EVALUATE SQLCODE
039300       WHEN 0
039400         PERFORM 3000-BUILD-ENCOUNTER
039500             THRU 3000-BUILD-ENCOUNTER-EXIT
039600       WHEN 100
039700         SET WR-0090-EOF TO TRUE
039800       WHEN OTHER
039900         GO TO 9999-SQL-ERROR
040000     END-EVALUATE.
040100 2000-ONE-CLAIM-EXIT.
040200     EXIT.
040300*****************************************************************
040400*    3000-BUILD-ENCOUNTER - AN ORIGINAL, OR A REPLACEMENT OF    *
040500*    THE CLAIM A REBILL NETTED AGAINST.  A CLAIM SUBMITTED ON   *
040600*    AN EARLIER RUN IS LEFT TO THE CORRECTION CYCLE             *
040700*****************************************************************
040800 3000-BUILD-ENCOUNTER.
040900     PERFORM 3200-FIND-SUBMISSION
041000         THRU 3200-FIND-SUBMISSION-EXIT.
041100     IF WR-0090-PRIOR-SUBM
041200         ADD 1                   TO WR-0090-PRIOR-CNT
041300         ADD WH-0090-PAID-AMT    TO WR-0090-PRIOR-AMT
041400         GO TO 3000-BUILD-ENCOUNTER-EXIT
041500     END-IF.
041600     PERFORM 3050-READ-CLAIM
041700         THRU 3050-READ-CLAIM-EXIT.
041800     PERFORM 3100-ORIGINAL-OR-REPLACE
041900         THRU 3100-ORIGINAL-OR-REPLACE-EXIT.
042000     PERFORM 3500-WRITE-ENCOUNTER
042100         THRU 3500-WRITE-ENCOUNTER-EXIT.
042200     ADD ED-PAID-AMT             TO WR-0090-EXTR-AMT.
042300     IF CLENCSTB-DOC-REPLACE
042400         ADD 1                   TO WR-0090-REPL-CNT
042500     ELSE
042600         ADD 1                   TO WR-0090-ORIG-CNT
042700     END-IF.
042800     IF WR-0090-NEW-SUBM
042900         PERFORM 3300-INSERT-SUBMISSION
043000             THRU 3300-INSERT-SUBMISSION-EXIT
043100     ELSE
043200         PERFORM 3400-UPDATE-SUBMISSION
043300             THRU 3400-UPDATE-SUBMISSION-EXIT
043400     END-IF.
043500     IF CLENCSTB-DOC-REPLACE
043600         PERFORM 3700-MARK-REPLACED
043700             THRU 3700-MARK-REPLACED-EXIT
043800     END-IF.
043900 3000-BUILD-ENCOUNTER-EXIT.
044000     EXIT.
044100*****************************************************************
044200*    3050-READ-CLAIM - THE CLAIM (WH-0090-TCN-NUM) INTO THE     *
044300*    ENCOUNTER DETAIL.  A CLAIM NO LONGER ON FILE LEAVES THE    *
044400*    IDENTIFYING FIELDS BLANK FOR THE STORED VALUES TO FILL     *
044500*****************************************************************
044600 3050-READ-CLAIM.
044700     MOVE SPACES                 TO EO-ENC-REC.
044800     MOVE 'DTL'                  TO ED-REC-TY.
044900     MOVE WH-0090-TCN-NUM        TO ED-TCN-NUM.
045000     MOVE ZERO                   TO ED-PRIOR-TCN-NUM
045100                                    ED-SYS-ID ED-RX-NUM
045200                                    ED-NDC-NUM ED-QTY-AMT
045300                                    ED-DAYS-NUM ED-CHRG-AMT
045400                                    ED-ALLOW-AMT ED-FEE-AMT
045500                                    ED-PAID-AMT ED-PAT-AMT
045600                                    ED-OTH-PYR-AMT.
045700     EXEC SQL
045800         SELECT A.B_SYS_ID, A.R_DRUG_CD, A.C_HDR_SVC_FST_DT,
045900                NVL(A.C_HDR_ADJUD_DT, ' '),
046000                NVL(A.C_DRUG_SUB_QTY_AMT, 0),
046100                NVL(A.C_SUB_DAY_SPLY_AMT, 0),
046200                NVL(A.C_TOT_CHRG_AMT, 0),
046300                NVL(A.C_HDR_ALLOW_AMT, 0),
046400                NVL(A.C_DISP_FEE_AMT, 0),
046500                NVL(A.C_TOT_REIMB_AMT, 0),
046600                NVL(A.C_TOT_PAT_RESP_AMT, 0),
046700                NVL(A.C_OTH_PYR_PAID_AMT, 0),
046800                A.C_BLNG_PROV_ID, NVL(A.C_PRSC_ID, ' '),
046900                A.C_RX_SVC_REF_NUM,
047000                NVL((SELECT M.B_CRDHLDR_ID
047100                       FROM R_MBR_ELIG_TB M
047200                      WHERE M.R_CUST_PART_NUM = A.R_CUST_PART_NUM
047300                        AND M.B_SYS_ID        = A.B_SYS_ID
047400                        AND ROWNUM = 1), ' ')
047500           INTO :WH-0090-SYS-ID,
047600                :WH-0090-NDC-NUM,
047700                :WH-0090-SVC-DT,
047800                :WH-0090-PAID-DT,
047900                :WH-0090-QTY-AMT,
048000                :WH-0090-DAYS-NUM,
048100                :WH-0090-CHRG-AMT,
048200                :WH-0090-ALLOW-AMT,
048300                :WH-0090-FEE-AMT,
048400                :WH-0090-PAID-AMT,
048500                :WH-0090-PAT-AMT,
048600                :WH-0090-OTH-PYR-AMT,
048700                :WH-0090-PROV-ID,
048800                :WH-0090-PRSC-ID,
048900                :WH-0090-RX-NUM,
049000                :WH-0090-CRDHLDR-ID
049100           FROM C_LI_DRUG_TB A
049200          WHERE A.C_TCN_NUM = :WH-0090-TCN-NUM
049300            AND ROWNUM = 1
049400     END-EXEC.
049500     EVALUATE SQLCODE
049600       WHEN 0
049700         CONTINUE
049800       WHEN 100
049900         GO TO 3050-READ-CLAIM-EXIT
050000       WHEN OTHER
050100         GO TO 9999-SQL-ERROR
050200     END-EVALUATE.
050300     MOVE WH-0090-SYS-ID         TO ED-SYS-ID.
050400     MOVE WH-0090-CRDHLDR-ID     TO ED-CRDHLDR-ID.
050500     MOVE WH-0090-PROV-ID        TO ED-PROV-ID.
050600     MOVE WH-0090-PRSC-ID        TO ED-PRSC-ID.
050700     MOVE WH-0090-RX-NUM         TO ED-RX-NUM.
050800     MOVE WH-0090-NDC-NUM        TO ED-NDC-NUM.
050900     MOVE WH-0090-SVC-DT         TO ED-SVC-DT.
051000     MOVE WH-0090-PAID-DT        TO ED-PAID-DT.
051100     MOVE WH-0090-QTY-AMT        TO ED-QTY-AMT.
051200     MOVE WH-0090-DAYS-NUM       TO ED-DAYS-NUM.
051300     MOVE WH-0090-CHRG-AMT       TO ED-CHRG-AMT.
051400     MOVE WH-0090-ALLOW-AMT      TO ED-ALLOW-AMT.
051500     MOVE WH-0090-FEE-AMT        TO ED-FEE-AMT.
051600     MOVE WH-0090-PAID-AMT       TO ED-PAID-AMT.
051700     MOVE WH-0090-PAT-AMT        TO ED-PAT-AMT.
051800     MOVE WH-0090-OTH-PYR-AMT    TO ED-OTH-PYR-AMT.
051900 3050-READ-CLAIM-EXIT.
052000     EXIT.
052100*****************************************************************
052200*    3100-ORIGINAL-OR-REPLACE - A REBILL REPLACES THE CLAIM IT  *
052300*    NETTED AGAINST WHEN THE STATE HOLDS THAT ENCOUNTER         *
052400*****************************************************************
052500 3100-ORIGINAL-OR-REPLACE.
052600     SET CLENCSTB-DOC-ORIGINAL   TO TRUE.
052700     MOVE ZERO                   TO CLENCSTB-C-ENC-PRIOR-TCN-NUM.
052800     IF WH-0090-ORIG-TCN-NUM = ZERO
052900         GO TO 3100-ORIGINAL-OR-REPLACE-EXIT
053000     END-IF.
053100     MOVE SPACE                  TO CLENCSTB-C-ENC-ACPT-IND.
053200     EXEC SQL
053300         SELECT C_ENC_ACPT_IND
053400           INTO :CLENCSTB-C-ENC-ACPT-IND
053500           FROM C_ENC_SUBM_TB
053600          WHERE C_TCN_NUM = :WH-0090-ORIG-TCN-NUM
053700     END-EXEC.
053800     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
053900         GO TO 9999-SQL-ERROR
054000     END-IF.
054100     IF CLENCSTB-HELD-AT-STATE
054200         SET CLENCSTB-DOC-REPLACE TO TRUE
054300         MOVE WH-0090-ORIG-TCN-NUM
054400                                 TO CLENCSTB-C-ENC-PRIOR-TCN-NUM
054500     END-IF.
054600 3100-ORIGINAL-OR-REPLACE-EXIT.
054700     EXIT.
054800*****************************************************************
054900*    3200-FIND-SUBMISSION - NEW CLAIM, THE SAME CLAIM SENT      *
055000*    EARLIER TODAY (A RERUN - SEND IT AGAIN), OR SUBMITTED ON   *
055100*    AN EARLIER RUN OR ALREADY CORRECTED TODAY (LEAVE IT)       *
055200*****************************************************************
055300 3200-FIND-SUBMISSION.
055400     SET WR-0090-NEW-SUBM        TO TRUE.
055500     MOVE WH-0090-TCN-NUM        TO CLENCSTB-C-TCN-NUM.
055600     EXEC SQL
055700         SELECT C_ENC_STAT_CD, C_ENC_SENT_DT, C_ENC_SENT_CNT
055800           INTO :CLENCSTB-C-ENC-STAT-CD,
055900                :CLENCSTB-C-ENC-SENT-DT,
056000                :CLENCSTB-C-ENC-SENT-CNT
056100           FROM C_ENC_SUBM_TB
056200          WHERE C_TCN_NUM = :CLENCSTB-C-TCN-NUM
056300     END-EXEC.
056400     EVALUATE SQLCODE
056500       WHEN 0
056600         CONTINUE
056700       WHEN 100
056800         GO TO 3200-FIND-SUBMISSION-EXIT
056900       WHEN OTHER
057000         GO TO 9999-SQL-ERROR
057100     END-EVALUATE.
057200     IF CLENCSTB-SENT
057300        AND CLENCSTB-C-ENC-SENT-DT = WH-0090-BUS-DT
057400        AND CLENCSTB-C-ENC-SENT-CNT = 1
057500         SET WR-0090-RERUN-SUBM  TO TRUE
057600     ELSE
057700         SET WR-0090-PRIOR-SUBM  TO TRUE
057800     END-IF.
057900 3200-FIND-SUBMISSION-EXIT.
058000     EXIT.
058100*****************************************************************
058200*    3300-INSERT-SUBMISSION - FIRST SENDING OF A CLAIM'S        *
058300*    ENCOUNTER                                                  *
058400*****************************************************************
058500 3300-INSERT-SUBMISSION.
058600     PERFORM 3600-SENT-VALUES
058700         THRU 3600-SENT-VALUES-EXIT.
058800     EXEC SQL
058900         INSERT INTO C_ENC_SUBM_TB
059000                (C_TCN_NUM, B_SYS_ID, C_ENC_STAT_CD,
059100                 C_ENC_DOC_TY_CD, C_ENC_PRIOR_TCN_NUM,
059200                 C_ENC_REPL_TCN_NUM, C_ENC_ACPT_IND,
059300                 C_ENC_CORR_CD, C_ENC_SENT_DT, C_ENC_SENT_CNT,
059400                 C_ENC_NDC_NUM, C_ENC_SVC_DT, C_ENC_QTY_AMT,
059500                 C_ENC_DAYS_NUM, C_ENC_CHRG_AMT,
059600                 C_ENC_ALLOW_AMT, C_ENC_FEE_AMT,
059700                 C_ENC_PAID_AMT, C_ENC_PAT_AMT,
059800                 C_ENC_OTH_PYR_AMT, C_ENC_RTN_DT,
059900                 C_ENC_ERR_CNT, C_ENC_FST_REJ_DT,
060000                 C_UPD_USER_ID, C_UPD_TS)
060100         VALUES (:CLENCSTB-C-TCN-NUM,
060200                 :CLENCSTB-B-SYS-ID,
060300                 'S',
060400                 :CLENCSTB-C-ENC-DOC-TY-CD,
060500                 :CLENCSTB-C-ENC-PRIOR-TCN-NUM,
060600                 0, 'N', ' ',
060700                 :WH-0090-BUS-DT,
060800                 1,
060900                 :CLENCSTB-C-ENC-NDC-NUM,
061000                 :CLENCSTB-C-ENC-SVC-DT,
061100                 :CLENCSTB-C-ENC-QTY-AMT,
061200                 :CLENCSTB-C-ENC-DAYS-NUM,
061300                 :CLENCSTB-C-ENC-CHRG-AMT,
061400                 :CLENCSTB-C-ENC-ALLOW-AMT,
061500                 :CLENCSTB-C-ENC-FEE-AMT,
061600                 :CLENCSTB-C-ENC-PAID-AMT,
061700                 :CLENCSTB-C-ENC-PAT-AMT,
061800                 :CLENCSTB-C-ENC-OTH-PYR-AMT,
061900                 ' ', 0, ' ',
062000                 'PDDR0090',
062100                 TO_CHAR(CURRENT_TIMESTAMP,
062200                         'YYYY-MM-DD-HH24.MI.SS.FF6'))
062300     END-EXEC.
062400     IF SQLCODE NOT = 0
062500         GO TO 9999-SQL-ERROR
062600     END-IF.
062700 3300-INSERT-SUBMISSION-EXIT.
062800     EXIT.
062900*****************************************************************
063000*    3400-UPDATE-SUBMISSION - THE ENCOUNTER GOES AGAIN: WHAT    *
063100*    WAS SENT AND HOW, AWAITING THE STATE RESPONSE.  A RERUN OF *
063200*    THE SAME DAY DOES NOT COUNT AS ANOTHER SENDING             *
063300*****************************************************************
063400 3400-UPDATE-SUBMISSION.
063500     PERFORM 3600-SENT-VALUES
063600         THRU 3600-SENT-VALUES-EXIT.
063700     IF WR-0090-RERUN-SUBM
063800         MOVE ZERO               TO CLENCSTB-C-ENC-SENT-CNT
063900     ELSE
064000         MOVE 1                  TO CLENCSTB-C-ENC-SENT-CNT
064100     END-IF.
064200     EXEC SQL
064300         UPDATE C_ENC_SUBM_TB
064400            SET C_ENC_STAT_CD       = 'S',
064500                C_ENC_DOC_TY_CD     = :CLENCSTB-C-ENC-DOC-TY-CD,
064600                C_ENC_PRIOR_TCN_NUM =
064700                                 :CLENCSTB-C-ENC-PRIOR-TCN-NUM,
064800                C_ENC_CORR_CD       = ' ',
064900                C_ENC_SENT_DT       = :WH-0090-BUS-DT,
065000                C_ENC_SENT_CNT      = C_ENC_SENT_CNT
065100                                    + :CLENCSTB-C-ENC-SENT-CNT,
065200                C_ENC_NDC_NUM       = :CLENCSTB-C-ENC-NDC-NUM,
065300                C_ENC_SVC_DT        = :CLENCSTB-C-ENC-SVC-DT,
065400                C_ENC_QTY_AMT       = :CLENCSTB-C-ENC-QTY-AMT,
065500                C_ENC_DAYS_NUM      = :CLENCSTB-C-ENC-DAYS-NUM,
065600                C_ENC_CHRG_AMT      = :CLENCSTB-C-ENC-CHRG-AMT,
065700                C_ENC_ALLOW_AMT     = :CLENCSTB-C-ENC-ALLOW-AMT,
065800                C_ENC_FEE_AMT       = :CLENCSTB-C-ENC-FEE-AMT,
065900                C_ENC_PAID_AMT      = :CLENCSTB-C-ENC-PAID-AMT,
066000                C_ENC_PAT_AMT       = :CLENCSTB-C-ENC-PAT-AMT,
066100                C_ENC_OTH_PYR_AMT   =
066200                                 :CLENCSTB-C-ENC-OTH-PYR-AMT,
066300                C_UPD_USER_ID       = 'PDDR0090',
066400                C_UPD_TS            = TO_CHAR(CURRENT_TIMESTAMP,
066500                                      'YYYY-MM-DD-HH24.MI.SS.FF6')
066600          WHERE C_TCN_NUM = :CLENCSTB-C-TCN-NUM
066700     END-EXEC.
066800     IF SQLCODE NOT = 0
066900         GO TO 9999-SQL-ERROR
067000     END-IF.
067100 3400-UPDATE-SUBMISSION-EXIT.
067200     EXIT.
067300*****************************************************************
067400*    3500-WRITE-ENCOUNTER - EVERY DETAIL ON THE FILE, FOR THE   *
067500*    HASH TOTAL AND RECORD COUNT ON THE TRAILER AND MANIFEST    *
067600*****************************************************************
067700 3500-WRITE-ENCOUNTER.
067800     MOVE CLENCSTB-C-ENC-DOC-TY-CD TO ED-DOC-TY-CD.
067900     MOVE CLENCSTB-C-ENC-PRIOR-TCN-NUM TO ED-PRIOR-TCN-NUM.
068000     ADD ED-CHRG-AMT     ED-ALLOW-AMT    ED-FEE-AMT
068100         ED-PAID-AMT     ED-PAT-AMT      ED-OTH-PYR-AMT
068200                                 TO WR-0090-HASH-AMT.
068300     WRITE EO-ENC-REC.
068400     ADD 1                       TO WR-0090-FILE-CNT.
068500 3500-WRITE-ENCOUNTER-EXIT.
068600     EXIT.
068700*****************************************************************
068800*    3600-SENT-VALUES - THE ENCOUNTER JUST WRITTEN, AS SENT     *
068900*****************************************************************
069000 3600-SENT-VALUES.
069100     MOVE ED-TCN-NUM             TO CLENCSTB-C-TCN-NUM.
069200     MOVE ED-SYS-ID              TO CLENCSTB-B-SYS-ID.
069300     MOVE ED-NDC-NUM             TO CLENCSTB-C-ENC-NDC-NUM.
069400     MOVE ED-SVC-DT              TO CLENCSTB-C-ENC-SVC-DT.
069500     MOVE ED-QTY-AMT             TO CLENCSTB-C-ENC-QTY-AMT.
069600     MOVE ED-DAYS-NUM            TO CLENCSTB-C-ENC-DAYS-NUM.
069700     MOVE ED-CHRG-AMT            TO CLENCSTB-C-ENC-CHRG-AMT.
069800     MOVE ED-ALLOW-AMT           TO CLENCSTB-C-ENC-ALLOW-AMT.
069900     MOVE ED-FEE-AMT             TO CLENCSTB-C-ENC-FEE-AMT.
070000     MOVE ED-PAID-AMT            TO CLENCSTB-C-ENC-PAID-AMT.
070100     MOVE ED-PAT-AMT             TO CLENCSTB-C-ENC-PAT-AMT.
070200     MOVE ED-OTH-PYR-AMT         TO CLENCSTB-C-ENC-OTH-PYR-AMT.
070300 3600-SENT-VALUES-EXIT.
070400     EXIT.
070500*****************************************************************
070600*    3700-MARK-REPLACED - THE REBILL'S ORIGINAL NOW STANDS AT   *
070700*    THE STATE ONLY THROUGH THE REPLACEMENT; IT IS NOT VOIDED   *
070800*    OR CORRECTED ON ITS OWN                                    *
070900*****************************************************************
071000 3700-MARK-REPLACED.
071100     EXEC SQL
071200         UPDATE C_ENC_SUBM_TB
071300            SET C_ENC_STAT_CD      = 'P',
071400                C_ENC_REPL_TCN_NUM = :CLENCSTB-C-TCN-NUM,
071500                C_ENC_CORR_CD      = ' ',
071600                C_UPD_USER_ID      = 'PDDR0090',
071700                C_UPD_TS           = TO_CHAR(CURRENT_TIMESTAMP,
071800                                     'YYYY-MM-DD-HH24.MI.SS.FF6')
071900          WHERE C_TCN_NUM = :CLENCSTB-C-ENC-PRIOR-TCN-NUM
072000     END-EXEC.
072100     IF SQLCODE NOT = 0
072200         GO TO 9999-SQL-ERROR
072300     END-IF.
072400 3700-MARK-REPLACED-EXIT.
072500     EXIT.
072600*****************************************************************
072700*    5000-CORRECTIONS - APPLY THE ENCCORR CARDS, THEN SEND WHAT *
072800*    THE CORRECTION CURSOR FINDS                                *
072900*****************************************************************
073000 5000-CORRECTIONS.
073100     PERFORM 5100-ONE-CARD
073200         THRU 5100-ONE-CARD-EXIT
073300         UNTIL WR-0090-CORR-EOF.
073400     MOVE 'N'                    TO WR-0090-CORR-EOF-SW.
073500     EXEC SQL
073600         OPEN C0090C
073700     END-EXEC.
073800     IF SQLCODE NOT = 0
073900         GO TO 9999-SQL-ERROR
074000     END-IF.
074100     PERFORM 5200-ONE-CORRECTION
074200         THRU 5200-ONE-CORRECTION-EXIT
074300         UNTIL WR-0090-CORR-EOF.
074400     EXEC SQL
074500         CLOSE C0090C
074600     END-EXEC.
074700 5000-CORRECTIONS-EXIT.
074800     EXIT.
074900*****************************************************************
075000*    5100-ONE-CARD - FLAG THE ENCOUNTER; ONLY AN ACCEPTED OR    *
075100*    REJECTED ENCOUNTER CAN BE FLAGGED                          *
075200*****************************************************************
075300 5100-ONE-CARD.
075400     READ ENCCORR-FILE
075500         AT END
075600             SET WR-0090-CORR-EOF TO TRUE
075700             GO TO 5100-ONE-CARD-EXIT
075800     END-READ.
075900     ADD 1                       TO WR-0090-CARD-CNT.
076000     MOVE EC-CORR-REC (1:19)     TO RL-0090-K-CARD.
076100     IF EC-TCN-TX NOT NUMERIC
076200        OR (NOT EC-RESEND AND NOT EC-VOID)
076300         MOVE 'NOT TCN AND R OR V - IGNORED' TO RL-0090-K-MSG
076400         PERFORM 5190-BAD-CARD
076500             THRU 5190-BAD-CARD-EXIT
076600         GO TO 5100-ONE-CARD-EXIT
076700     END-IF.
076800     MOVE EC-TCN-NUM             TO CLENCSTB-C-TCN-NUM.
076900     MOVE EC-CORR-CD             TO CLENCSTB-C-ENC-CORR-CD.
077000     EXEC SQL
077100         UPDATE C_ENC_SUBM_TB
077200            SET C_ENC_CORR_CD = :CLENCSTB-C-ENC-CORR-CD,
077300                C_UPD_USER_ID = 'PDDR0090',
077400                C_UPD_TS      = TO_CHAR(CURRENT_TIMESTAMP,
077500                                'YYYY-MM-DD-HH24.MI.SS.FF6')
077600          WHERE C_TCN_NUM     = :CLENCSTB-C-TCN-NUM
077700            AND C_ENC_STAT_CD IN ('A', 'R')
077800     END-EXEC.
077900     EVALUATE SQLCODE
078000       WHEN 0
078100         CONTINUE
078200       WHEN 100
078300         MOVE 'NO ACCEPTED OR REJECTED ENCOUNTER - IGNORED'
078400                                 TO RL-0090-K-MSG
078500         PERFORM 5190-BAD-CARD
078600             THRU 5190-BAD-CARD-EXIT
078700       WHEN OTHER
078800         GO TO 9999-SQL-ERROR
078900     END-EVALUATE.
079000 5100-ONE-CARD-EXIT.
079100     EXIT.
079200*****************************************************************
079300*    5190-BAD-CARD - LIST A CARD THAT WAS NOT APPLIED           *
079400*****************************************************************
079500 5190-BAD-CARD.
079600     ADD 1                       TO WR-0090-CARD-BAD-CNT.
079700     WRITE RPT0090-REC FROM RL-0090-CARD-LINE
079800         AFTER ADVANCING 1 LINE.
079900 5190-BAD-CARD-EXIT.
080000     EXIT.
080100*****************************************************************
080200*    5200-ONE-CORRECTION - A CLAIM REVERSED OR NO LONGER PAID   *
080300*    (OR FLAGGED V) IS VOIDED IF THE STATE HOLDS IT, ELSE       *
080400*    CLOSED.  A PAID CLAIM THAT HAS CHANGED SINCE IT WAS SENT   *
080500*    (OR FLAGGED R) GOES AS A REPLACEMENT IF THE STATE HOLDS    *
080600*    IT, ELSE AS A NEW ORIGINAL.  A CORRECTION ALREADY SENT     *
080700*    TODAY GOES AGAIN AS IT WAS SENT                            *
080800*****************************************************************
080900 5200-ONE-CORRECTION.
081000     EXEC SQL
081100         FETCH C0090C
081200         INTO :CLENCSTB-C-TCN-NUM,
081300              :CLENCSTB-B-SYS-ID,
081400              :CLENCSTB-C-ENC-STAT-CD,
081500              :CLENCSTB-C-ENC-DOC-TY-CD,
081600              :CLENCSTB-C-ENC-PRIOR-TCN-NUM,
081700              :CLENCSTB-C-ENC-ACPT-IND,
081800              :CLENCSTB-C-ENC-CORR-CD,
081900              :CLENCSTB-C-ENC-NDC-NUM,
082000              :CLENCSTB-C-ENC-SVC-DT,
082100              :CLENCSTB-C-ENC-QTY-AMT,
082200              :CLENCSTB-C-ENC-DAYS-NUM,
082300              :CLENCSTB-C-ENC-CHRG-AMT,
082400              :CLENCSTB-C-ENC-ALLOW-AMT,
082500              :CLENCSTB-C-ENC-FEE-AMT,
082600              :CLENCSTB-C-ENC-PAID-AMT,
082700              :CLENCSTB-C-ENC-PAT-AMT,
082800              :CLENCSTB-C-ENC-OTH-PYR-AMT,
082900              :WH-0090-HDR-STAT-CD,
083000              :WH-0090-CREDIT-CD
083100     END-EXEC.
083200     EVALUATE SQLCODE
083300       WHEN 0
083400         CONTINUE
083500       WHEN 100
083600         SET WR-0090-CORR-EOF    TO TRUE
083700         GO TO 5200-ONE-CORRECTION-EXIT
083800       WHEN OTHER
083900         GO TO 9999-SQL-ERROR
084000     END-EVALUATE.
084100     MOVE CLENCSTB-C-TCN-NUM     TO WH-0090-TCN-NUM.
084200     IF CLENCSTB-SENT
084300         PERFORM 5300-RESEND-AS-SENT
084400             THRU 5300-RESEND-AS-SENT-EXIT
084500         GO TO 5200-ONE-CORRECTION-EXIT
084600     END-IF.
084700     SET WR-0090-NEW-SUBM        TO TRUE.
084800     IF WH-0090-HDR-STAT-CD NOT = 'P'
084900        OR WH-0090-CREDIT-CD NOT = SPACE
085000        OR CLENCSTB-CORR-VOID
085100         PERFORM 5400-VOID-OR-CLOSE
085200             THRU 5400-VOID-OR-CLOSE-EXIT
085300         GO TO 5200-ONE-CORRECTION-EXIT
085400     END-IF.
085500     PERFORM 3050-READ-CLAIM
085600         THRU 3050-READ-CLAIM-EXIT.
085700     MOVE 'N'                    TO WR-0090-CHANGED-SW.
085800     IF ED-NDC-NUM         NOT = CLENCSTB-C-ENC-NDC-NUM
085900        OR ED-SVC-DT       NOT = CLENCSTB-C-ENC-SVC-DT
086000        OR ED-QTY-AMT      NOT = CLENCSTB-C-ENC-QTY-AMT
086100        OR ED-DAYS-NUM     NOT = CLENCSTB-C-ENC-DAYS-NUM
086200        OR ED-CHRG-AMT     NOT = CLENCSTB-C-ENC-CHRG-AMT
086300        OR ED-ALLOW-AMT    NOT = CLENCSTB-C-ENC-ALLOW-AMT
086400        OR ED-FEE-AMT      NOT = CLENCSTB-C-ENC-FEE-AMT
086500        OR ED-PAID-AMT     NOT = CLENCSTB-C-ENC-PAID-AMT
086600        OR ED-PAT-AMT      NOT = CLENCSTB-C-ENC-PAT-AMT
086700        OR ED-OTH-PYR-AMT  NOT = CLENCSTB-C-ENC-OTH-PYR-AMT
086800         SET WR-0090-CHANGED     TO TRUE
086900     END-IF.
087000*    AN UNCHANGED REJECTION STAYS OPEN ON THE AGING REPORT UNTIL
087100*    THE CLAIM IS FIXED OR THE ERROR TEAM FLAGS IT FOR RESEND.
087200     IF NOT WR-0090-CHANGED
087300        AND NOT CLENCSTB-CORR-RESEND
087400         GO TO 5200-ONE-CORRECTION-EXIT
087500     END-IF.
087600*    THE STATE HOLDS THIS ENCOUNTER - REPLACE IT.  A REBILL WHOSE
087700*    REPLACEMENT WAS REJECTED STILL REPLACES ITS ORIGINAL, WHICH
087800*    THE STATE HOLDS.  ANYTHING ELSE GOES AS AN ORIGINAL.
087900     EVALUATE TRUE
088000       WHEN CLENCSTB-HELD-AT-STATE
088100         SET CLENCSTB-DOC-REPLACE TO TRUE
088200         MOVE CLENCSTB-C-TCN-NUM TO CLENCSTB-C-ENC-PRIOR-TCN-NUM
088300         ADD 1                   TO WR-0090-CREPL-CNT
088400       WHEN CLENCSTB-C-ENC-PRIOR-TCN-NUM NOT = ZERO
088500         SET CLENCSTB-DOC-REPLACE TO TRUE
088600         ADD 1                   TO WR-0090-CREPL-CNT
088700       WHEN OTHER
088800         SET CLENCSTB-DOC-ORIGINAL TO TRUE
088900         ADD 1                   TO WR-0090-RESUB-CNT
089000     END-EVALUATE.
089100     PERFORM 3500-WRITE-ENCOUNTER
089200         THRU 3500-WRITE-ENCOUNTER-EXIT.
089300     ADD ED-PAID-AMT             TO WR-0090-CORR-AMT.
089400     PERFORM 3400-UPDATE-SUBMISSION
089500         THRU 3400-UPDATE-SUBMISSION-EXIT.
089600 5200-ONE-CORRECTION-EXIT.
089700     EXIT.
089800*****************************************************************
089900*    5300-RESEND-AS-SENT - RERUN: THE STORED VALUES AND DOCUMENT*
090000*****************************************************************
090100 5300-RESEND-AS-SENT.
090200     PERFORM 5500-STORED-VALUES
090300         THRU 5500-STORED-VALUES-EXIT.
090400     EVALUATE TRUE
090500       WHEN CLENCSTB-DOC-VOID
090600         ADD 1                   TO WR-0090-VOID-CNT
090700       WHEN CLENCSTB-DOC-REPLACE
090800         ADD 1                   TO WR-0090-CREPL-CNT
090900         ADD ED-PAID-AMT         TO WR-0090-CORR-AMT
091000       WHEN OTHER
091100         ADD 1                   TO WR-0090-RESUB-CNT
091200         ADD ED-PAID-AMT         TO WR-0090-CORR-AMT
091300     END-EVALUATE.
091400     PERFORM 3500-WRITE-ENCOUNTER
091500         THRU 3500-WRITE-ENCOUNTER-EXIT.
091600 5300-RESEND-AS-SENT-EXIT.
091700     EXIT.
091800*****************************************************************
091900*    5400-VOID-OR-CLOSE - THE STATE HOLDS AN ACCEPTED VERSION:  *
092000*    SEND A VOID OF WHAT WAS LAST SENT.  A REBILL WHOSE         *
092100*    REPLACEMENT NEVER WENT THROUGH VOIDS THE ORIGINAL THE      *
092200*    STATE STILL HOLDS.  OTHERWISE THERE IS NOTHING AT THE      *
092300*    STATE AND THE REJECTION IS CLOSED                          *
092400*****************************************************************
092500 5400-VOID-OR-CLOSE.
092600     IF CLENCSTB-HELD-AT-STATE
092700         MOVE CLENCSTB-C-TCN-NUM TO CLENCSTB-C-ENC-PRIOR-TCN-NUM
092800     END-IF.
092900     IF CLENCSTB-HELD-AT-STATE
093000        OR CLENCSTB-C-ENC-PRIOR-TCN-NUM NOT = ZERO
093100         PERFORM 5500-STORED-VALUES
093200             THRU 5500-STORED-VALUES-EXIT
093300         SET CLENCSTB-DOC-VOID   TO TRUE
093400         PERFORM 3500-WRITE-ENCOUNTER
093500             THRU 3500-WRITE-ENCOUNTER-EXIT
093600         ADD 1                   TO WR-0090-VOID-CNT
093700         PERFORM 3400-UPDATE-SUBMISSION
093800             THRU 3400-UPDATE-SUBMISSION-EXIT
093900         GO TO 5400-VOID-OR-CLOSE-EXIT
094000     END-IF.
094100     EXEC SQL
094200         UPDATE C_ENC_SUBM_TB
094300            SET C_ENC_STAT_CD = 'X',
094400                C_ENC_CORR_CD = ' ',
094500                C_UPD_USER_ID = 'PDDR0090',
094600                C_UPD_TS      = TO_CHAR(CURRENT_TIMESTAMP,
094700                                'YYYY-MM-DD-HH24.MI.SS.FF6')
094800          WHERE C_TCN_NUM = :CLENCSTB-C-TCN-NUM
094900     END-EXEC.
095000     IF SQLCODE NOT = 0
095100         GO TO 9999-SQL-ERROR
095200     END-IF.
095300     ADD 1                       TO WR-0090-CLOSE-CNT.
095400 5400-VOID-OR-CLOSE-EXIT.
095500     EXIT.
095600*****************************************************************
095700*    5500-STORED-VALUES - THE ENCOUNTER AS LAST SENT, OVER THE  *
095800*    CLAIM'S IDENTIFYING FIELDS                                 *
095900*****************************************************************
096000 5500-STORED-VALUES.
096100     PERFORM 3050-READ-CLAIM
096200         THRU 3050-READ-CLAIM-EXIT.
096300     MOVE CLENCSTB-B-SYS-ID      TO ED-SYS-ID.
096400     MOVE CLENCSTB-C-ENC-NDC-NUM TO ED-NDC-NUM.
096500     MOVE CLENCSTB-C-ENC-SVC-DT  TO ED-SVC-DT.
096600     MOVE CLENCSTB-C-ENC-QTY-AMT TO ED-QTY-AMT.
096700     MOVE CLENCSTB-C-ENC-DAYS-NUM TO ED-DAYS-NUM.
096800     MOVE CLENCSTB-C-ENC-CHRG-AMT TO ED-CHRG-AMT.
096900     MOVE CLENCSTB-C-ENC-ALLOW-AMT TO ED-ALLOW-AMT.
097000     MOVE CLENCSTB-C-ENC-FEE-AMT TO ED-FEE-AMT.
097100     MOVE CLENCSTB-C-ENC-PAID-AMT TO ED-PAID-AMT.
097200     MOVE CLENCSTB-C-ENC-PAT-AMT TO ED-PAT-AMT.
097300     MOVE CLENCSTB-C-ENC-OTH-PYR-AMT TO ED-OTH-PYR-AMT.
097400 5500-STORED-VALUES-EXIT.
097500     EXIT.
097600*****************************************************************
097700*    8000-FINALIZE - TRAILER, THEN BALANCING: EXTRACT DOLLARS   *
097800*    PLUS THOSE SENT ON EARLIER RUNS MUST EQUAL THE WEEK'S PAID *
097900*    DOLLARS                                                    *
098000*****************************************************************
098100 8000-FINALIZE.
098200     MOVE SPACES                 TO EO-ENC-REC.
098300     MOVE 'TRL'                  TO ET-REC-TY.
098400     MOVE WR-0090-FILE-CNT       TO ET-REC-CNT.
098500     MOVE WR-0090-HASH-AMT       TO ET-HASH-AMT.
098600     WRITE EO-ENC-REC.
098700     EXEC SQL
098800         SELECT NVL(SUM(A.C_TOT_REIMB_AMT), 0)
098900           INTO :WH-0090-SUM-AMT
099000           FROM C_LI_DRUG_TB A
099100          WHERE A.G_AUD_TS >= :WH-0090-WK-BEG-TS
099200            AND A.G_AUD_TS <= :WH-0090-WK-END-TS
099300            AND A.C_HDR_STAT_CD = 'P'
099400            AND NVL(A.C_HDR_TXN_TY_CD, ' ') <> 'C'
099500            AND NVL(A.C_CREDIT_CD, ' ')      = ' '
099600     END-EXEC.
099700     IF SQLCODE NOT = 0
099800         GO TO 9999-SQL-ERROR
099900     END-IF.
100000     MOVE WH-0090-SUM-AMT        TO WR-0090-ADJUD-AMT.
100100     MOVE 'ORIGINALS SENT'       TO RL-0090-C-LABEL.
100200     MOVE WR-0090-ORIG-CNT       TO RL-0090-C-CNT.
100300     WRITE RPT0090-REC FROM RL-0090-COUNT-LINE
100400         AFTER ADVANCING 2 LINES.
100500     MOVE 'REBILL REPLACEMENTS SENT' TO RL-0090-C-LABEL.
100600     MOVE WR-0090-REPL-CNT       TO RL-0090-C-CNT.
100700     WRITE RPT0090-REC FROM RL-0090-COUNT-LINE
100800         AFTER ADVANCING 1 LINE.
100900     MOVE 'EXTRACT DOLLARS'      TO RL-0090-A-LABEL.
101000     MOVE WR-0090-EXTR-AMT       TO RL-0090-A-AMT.
101100     WRITE RPT0090-REC FROM RL-0090-AMT-LINE
101200         AFTER ADVANCING 1 LINE.
101300     MOVE 'PREVIOUSLY SUBMITTED CLAIMS' TO RL-0090-C-LABEL.
101400     MOVE WR-0090-PRIOR-CNT      TO RL-0090-C-CNT.
101500     WRITE RPT0090-REC FROM RL-0090-COUNT-LINE
101600         AFTER ADVANCING 1 LINE.
101700     MOVE 'PREVIOUSLY SUBMITTED DOLLARS' TO RL-0090-A-LABEL.
101800     MOVE WR-0090-PRIOR-AMT      TO RL-0090-A-AMT.
101900     WRITE RPT0090-REC FROM RL-0090-AMT-LINE
102000         AFTER ADVANCING 1 LINE.
102100     MOVE 'PAID DOLLARS FOR THE WEEK' TO RL-0090-A-LABEL.
102200     MOVE WR-0090-ADJUD-AMT      TO RL-0090-A-AMT.
102300     WRITE RPT0090-REC FROM RL-0090-AMT-LINE
102400         AFTER ADVANCING 1 LINE.
102500     IF WR-0090-EXTR-AMT + WR-0090-PRIOR-AMT
102600                             = WR-0090-ADJUD-AMT
102700         MOVE 'BALANCED - EXTRACT + PREVIOUS = PAID'
102800                                 TO RL-0090-B-TX
102900     ELSE
103000         MOVE '*** OUT OF BALANCE - DO NOT TRANSMIT ***'
103100                                 TO RL-0090-B-TX
103200     END-IF.
103300     WRITE RPT0090-REC FROM RL-0090-BAL-LINE
103400         AFTER ADVANCING 2 LINES.
103500     MOVE 'RESUBMITTED REJECTED ENCOUNTERS' TO RL-0090-C-LABEL.
103600     MOVE WR-0090-RESUB-CNT      TO RL-0090-C-CNT.
103700     WRITE RPT0090-REC FROM RL-0090-COUNT-LINE
103800         AFTER ADVANCING 2 LINES.
103900     MOVE 'CORRECTION REPLACEMENTS' TO RL-0090-C-LABEL.
104000     MOVE WR-0090-CREPL-CNT      TO RL-0090-C-CNT.
104100     WRITE RPT0090-REC FROM RL-0090-COUNT-LINE
104200         AFTER ADVANCING 1 LINE.
104300     MOVE 'CORRECTION DOLLARS'   TO RL-0090-A-LABEL.
104400     MOVE WR-0090-CORR-AMT       TO RL-0090-A-AMT.
104500     WRITE RPT0090-REC FROM RL-0090-AMT-LINE
104600         AFTER ADVANCING 1 LINE.
104700     MOVE 'VOIDS'                TO RL-0090-C-LABEL.
104800     MOVE WR-0090-VOID-CNT       TO RL-0090-C-CNT.
104900     WRITE RPT0090-REC FROM RL-0090-COUNT-LINE
105000         AFTER ADVANCING 1 LINE.
105100     MOVE 'REJECTIONS CLOSED, CLAIM NOT PAID' TO RL-0090-C-LABEL.
105200     MOVE WR-0090-CLOSE-CNT      TO RL-0090-C-CNT.
105300     WRITE RPT0090-REC FROM RL-0090-COUNT-LINE
105400         AFTER ADVANCING 1 LINE.
105500     MOVE 'ENCCORR CARDS READ'   TO RL-0090-C-LABEL.
105600     MOVE WR-0090-CARD-CNT       TO RL-0090-C-CNT.
105700     WRITE RPT0090-REC FROM RL-0090-COUNT-LINE
105800         AFTER ADVANCING 1 LINE.
105900     MOVE 'ENCCORR CARDS NOT APPLIED' TO RL-0090-C-LABEL.
106000     MOVE WR-0090-CARD-BAD-CNT   TO RL-0090-C-CNT.
106100     WRITE RPT0090-REC FROM RL-0090-COUNT-LINE
106200         AFTER ADVANCING 1 LINE.
106300     MOVE 'ENCOUNTER RECORDS ON FILE' TO RL-0090-C-LABEL.
106400     MOVE WR-0090-FILE-CNT       TO RL-0090-C-CNT.
106500     WRITE RPT0090-REC FROM RL-0090-COUNT-LINE
106600         AFTER ADVANCING 1 LINE.
106700*    AN OUT-OF-BALANCE FILE IS NOT SENT, SO NOTHING IS RECORDED
106800*    AS SUBMITTED.
106900     IF WR-0090-EXTR-AMT + WR-0090-PRIOR-AMT
107000                             = WR-0090-ADJUD-AMT
107100         PERFORM 8500-REGISTER-FILE
107200             THRU 8500-REGISTER-FILE-EXIT
107300     ELSE
107400         EXEC SQL ROLLBACK END-EXEC
107500         MOVE 8 TO RETURN-CODE
107600     END-IF.
107700     IF WR-0090-CARD-BAD-CNT > ZERO
107800        AND RETURN-CODE < 4
107900         MOVE 4 TO RETURN-CODE
108000     END-IF.
108100     EXEC SQL
108200         CLOSE C0090
108300     END-EXEC.
108400     CLOSE ENCPARM-FILE ENCCORR-FILE ENCOUT-FILE RPT0090-FILE.
108500 8000-FINALIZE-EXIT.
108600     EXIT.
108700*****************************************************************
108800*    8500-REGISTER-FILE - ENCOUT ON THE OUTBOUND FILE MANIFEST  *
108900*    (SHARED PDDS9006).  A FAILED REGISTRATION LEAVES A GOOD    *
109000*    FILE UNTRACKED - RC 4 SO OPERATIONS RERUN THE STEP, AND    *
109100*    THE SUBMISSION ROWS ARE BACKED OUT WITH IT                 *
109200*****************************************************************
109300 8500-REGISTER-FILE.
109400     MOVE 'ENCOUT'               TO WK-9006-FILE-TY-CD.
109500     MOVE 'PDDR0090'             TO WK-9006-PGM-ID.
109600     MOVE 'ENCOUT'               TO WK-9006-DD-NM.
109700     MOVE WK-9004-BUS-DT         TO WK-9006-BUS-DT.
109800     MOVE WR-0090-FILE-CNT       TO WK-9006-REC-CNT.
109900     MOVE WR-0090-HASH-AMT       TO WK-9006-HASH-AMT.
110000     CALL 'PDDS9006' USING WK-9006-CALL-PARMS.
110100     IF NOT WK-9006-OK
110200         DISPLAY 'PDDR0090 - FILE NOT ON MANIFEST, REPLY '
110300                 WK-9006-REPLY-CD ' SQLCODE ' WK-9006-SQLCODE
110400         EXEC SQL ROLLBACK END-EXEC
110500         IF RETURN-CODE < 4
110600             MOVE 4 TO RETURN-CODE
110700         END-IF
110800         GO TO 8500-REGISTER-FILE-EXIT
110900     END-IF.
111000     EXEC SQL COMMIT END-EXEC.
111100     DISPLAY 'PDDR0090 - MANIFEST ' WK-9006-GEN-NM.
111200 8500-REGISTER-FILE-EXIT.
111300     EXIT.
111400*****************************************************************
111500*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
111600*****************************************************************
111700 9999-SQL-ERROR.
111800     DISPLAY 'PDDR0090 - SQL ERROR ON C_ENC_SUBM_TB'.
111900     DISPLAY 'SQLCODE = ' SQLCODE.
112000     EXEC SQL ROLLBACK END-EXEC.
112100     MOVE 16 TO RETURN-CODE.
112200     CLOSE ENCPARM-FILE ENCCORR-FILE ENCOUT-FILE RPT0090-FILE.
112300     GOBACK.
