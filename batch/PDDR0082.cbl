000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0082.
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
001300*  10/15/26  ACS   NEW PROGRAM.  DAILY CARE-MANAGEMENT         *
001400*                  REFERRAL FILE.  COLLECTS, PER MEMBER, THE   *
001500*                  CLINICAL RISK SIGNALS THE CLAIM EDIT MODULE *
001600*                  ALREADY RAISES - CUMULATIVE MME OVER THE    *
001700*                  PLAN LIMIT (EXC 3958), PRODUR THERAPEUTIC   *
001800*                  DUPLICATION AND DRUG-DRUG CONFLICTS (3930,  *
001900*                  3931), HOSPICE-CLASS DENIALS (3962) AND     *
002000*                  REPEATED 72-HOUR EMERGENCY FILLS            *
002100*                  (C_EMERG_FILL_TB) - OVER A SCORING WINDOW,  *
002200*                  FOR EVERY MEMBER WITH A NEW SIGNAL ON THE   *
002300*                  BUSINESS DATE.  EACH SIGNAL TYPE PRESENT    *
002400*                  SCORES ITS LIST 7538 WEIGHT ONCE.  A MEMBER *
002500*                  AT OR OVER THE THRESHOLD, ELIGIBLE ON THE   *
002600*                  DATE AND NOT REFERRED INSIDE THE            *
002700*                  SUPPRESSION PERIOD IS WRITTEN TO THE        *
002800*                  CMRFOUT FILE FOR THE VENDOR AND RECORDED ON *
002900*                  C_CM_RFRL_TB.  THE FILE IS REGISTERED ON    *
003000*                  THE OUTBOUND FILE MANIFEST (PDDS9006) WITH  *
003100*                  THE SCORE TOTAL AS ITS HASH.                *
003200*                                                              *
003300*****************************************************************
003400*                                                               *
003500*   LIST 7538 - ONE EFFECTIVE ROW PER CODE IN THE START LIMIT,  *
003600*   THE VALUE AS THREE DIGITS AT THE FRONT OF THE END LIMIT.    *
003700*   A MISSING OR NON-NUMERIC ROW TAKES THE DEFAULT SHOWN.       *
003800*                                                               *
003900*      MME    CUMULATIVE MME OVER THE PLAN LIMIT WEIGHT     40  *
004000*      DUPL   THERAPEUTIC DUPLICATION WEIGHT                20  *
004100*      DDI    DRUG-DRUG CONFLICT WEIGHT                     30  *
004200*      EMRG   REPEATED EMERGENCY FILL WEIGHT (TWO OR MORE   25  *
004300*             IN THE WINDOW)                                    *
004400*      HSPC   HOSPICE-CLASS DENIAL WEIGHT                   35  *
004500*      THRS   SCORE THAT MAKES A REFERRAL                   40  *
004600*      WNDW   SCORING WINDOW, DAYS BACK FROM THE DATE       30  *
004700*      SUPR   SUPPRESSION PERIOD, DAYS                      90  *
004800*                                                               *
004900*   A RERUN FOR THE SAME BUSINESS DATE FIRST REMOVES THAT       *
005000*   DATE'S REFERRALS WHOSE FILE HAS NOT BEEN SENT, SO THE NEW   *
005100*   GENERATION CARRIES THEM AGAIN.                              *
005200*                                                               *
005300*****************************************************************
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.   IBM-370.
005700 OBJECT-COMPUTER.   IBM-370.
005800 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT CMRFOUT-FILE ASSIGN TO CMRFOUT
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT RPT0082-FILE ASSIGN TO RPT0082
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500*****************************************************************
006600*  DATA DIVISION                                                *
006700*****************************************************************
006800 DATA DIVISION.
006900 FILE SECTION.
007000*    ONE RECORD PER MEMBER REFERRED.  THE VENDOR RETURNS THE
007100*    MEMBER SYSTEM ID AND REFERRAL DATE ON ITS RESPONSE.
007200 FD  CMRFOUT-FILE.
007300 01  CR-RFRL-REC.
007400     05  CR-MBR-SYS-ID               PIC 9(00009).
007500     05  CR-CRDHLDR-ID               PIC X(00020).
007600     05  CR-LAST-NAM                 PIC X(00015).
007700     05  CR-DOB-DT                   PIC X(00010).
007800     05  CR-RFRL-DT                  PIC X(00010).
007900     05  CR-SCORE-NUM                PIC 9(00004).
008000     05  CR-PRIM-SGNL-CD             PIC X(00004).
008100     05  CR-MME-CNT                  PIC 9(00003).
008200     05  CR-DUPL-CNT                 PIC 9(00003).
008300     05  CR-DDI-CNT                  PIC 9(00003).
008400     05  CR-EMRG-CNT                 PIC 9(00003).
008500     05  CR-HSPC-CNT                 PIC 9(00003).
008600 FD  RPT0082-FILE
008700     RECORDING MODE IS F.
008800 01  RPT0082-REC                     PIC X(00133).
008900*****************************************************************
009000*  WORKING-STORAGE SECTION                                     *
009100*****************************************************************
009200 WORKING-STORAGE SECTION.
009300 77  WR-0082-EOF-SW                  PIC X(00001) VALUE 'N'.
009400     88  WR-0082-EOF                 VALUE 'Y'.
009500 77  WR-0082-MBR-CNT                 PIC S9(00009) COMP-3
009600                                     VALUE ZERO.
009700 77  WR-0082-BELOW-CNT               PIC S9(00009) COMP-3
009800                                     VALUE ZERO.
009900 77  WR-0082-SUPR-CNT                PIC S9(00009) COMP-3
010000                                     VALUE ZERO.
010100 77  WR-0082-INELIG-CNT              PIC S9(00009) COMP-3
010200                                     VALUE ZERO.
010300 77  WR-0082-RFRL-CNT                PIC S9(00009) COMP-3
010400                                     VALUE ZERO.
010500 77  WR-0082-RERUN-CNT               PIC S9(00009) COMP-3
010600                                     VALUE ZERO.
010700 77  WR-0082-SCORE-HASH              PIC S9(00013)V9(00002)
010800                                     COMP-3 VALUE ZERO.
010900 77  WR-0082-SCORE-NUM               PIC S9(00004) COMP
011000                                     VALUE ZERO.
011100 77  WR-0082-PRIM-WT                 PIC S9(00004) COMP
011200                                     VALUE ZERO.
011300*    WEIGHTS, THRESHOLD AND PERIODS (LIST 7538, DEFAULTS BELOW).
011400 01  WR-0082-PARMS.
011500     05  WR-0082-MME-WT              PIC S9(00004) COMP VALUE +40.
011600     05  WR-0082-DUPL-WT             PIC S9(00004) COMP VALUE +20.
011700     05  WR-0082-DDI-WT              PIC S9(00004) COMP VALUE +30.
011800     05  WR-0082-EMRG-WT             PIC S9(00004) COMP VALUE +25.
011900     05  WR-0082-HSPC-WT             PIC S9(00004) COMP VALUE +35.
012000     05  WR-0082-THRS-NUM            PIC S9(00004) COMP VALUE +40.
012100     05  WR-0082-WNDW-DAYS           PIC S9(00004) COMP VALUE +30.
012200     05  WR-0082-SUPR-DAYS           PIC S9(00004) COMP VALUE +90.
012300 01  WR-0082-LIST-VAL.
012400     05  WR-0082-VAL-TX              PIC X(00003).
012500     05  WR-0082-VAL-NUM REDEFINES WR-0082-VAL-TX
012600                                     PIC 9(00003).
012700     05  FILLER                      PIC X(00007).
012800*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
012900     COPY WKC90040.
013000*    OUTBOUND FILE MANIFEST - SHARED PDDS9006 ROUTINE.
013100     COPY WKC90060.
013200*****************************************************************
013300*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CURSORS             *
013400*****************************************************************
013500     EXEC SQL INCLUDE SQLCA END-EXEC.
013600     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
013700     COPY CLCMRFTB.
013800     COPY CLMELGTB.
013900 01  WH-0082-HOST-VARS.
014000     05  WH-0082-BUS-DT              PIC X(00010).
014100     05  WH-0082-WNDW-BEG-DT         PIC X(00010).
014200     05  WH-0082-SUPR-BEG-DT         PIC X(00010).
014300     05  WH-0082-WNDW-BEG-TS         PIC X(00026).
014400     05  WH-0082-DAY-END-TS          PIC X(00026).
014500     05  WH-0082-WNDW-DAYS           PIC S9(00004) COMP.
014600     05  WH-0082-SUPR-DAYS           PIC S9(00004) COMP.
014700     05  WH-0082-LIST-CD             PIC X(00010).
014800     05  WH-0082-LIST-VAL            PIC X(00010).
014900     05  WH-0082-PRIOR-CNT           PIC S9(00009) COMP.
015000     EXEC SQL END DECLARE SECTION END-EXEC.
015100*    THE WEIGHTS IN FORCE ON THE BUSINESS DATE.
015200     EXEC SQL
015300         DECLARE R0082WGT CURSOR FOR
015400         SELECT G_LIST_STRT_LMT, G_LIST_END_LMT
015500           FROM G_LIST_DTL_TB
015600          WHERE G_LIST_SUBSYS_CD   = 'C'
015700            AND G_LIST_NUM         = '7538'
015800            AND G_LIST_EFF_STRT_DT <= TO_DATE(:WH-0082-BUS-DT,
015900                                              'YYYY-MM-DD')
016000            AND G_LIST_EFF_END_DT  >= TO_DATE(:WH-0082-BUS-DT,
016100                                              'YYYY-MM-DD')
016200     END-EXEC.
016300*    SIGNAL EVENTS IN THE WINDOW, COUNTED BY TYPE, FOR EVERY
016400*    MEMBER WITH AT LEAST ONE EVENT ON THE BUSINESS DATE.  THE
016500*    EXCEPTIONS COME FROM THE ADJUDICATED CLAIMS (G_AUD_TS), THE
016600*    EMERGENCY FILLS FROM C_EMERG_FILL_TB.
016700     EXEC SQL
016800         DECLARE R0082SIG CURSOR FOR
016900         SELECT S.R_CUST_PART_NUM, S.B_SYS_ID,
017000                SUM(S.MME_CNT), SUM(S.DUPL_CNT), SUM(S.DDI_CNT),
017100                SUM(S.EMRG_CNT), SUM(S.HSPC_CNT)
017200           FROM (SELECT D.R_CUST_PART_NUM, D.B_SYS_ID,
017300                        SUBSTR(D.G_AUD_TS, 1, 10) EVT_DT,
017400                        CASE E.R_CLM_EXC_CD WHEN '3958' THEN 1
017500                             ELSE 0 END MME_CNT,
017600                        CASE E.R_CLM_EXC_CD WHEN '3930' THEN 1
017700                             ELSE 0 END DUPL_CNT,
017800                        CASE E.R_CLM_EXC_CD WHEN '3931' THEN 1
017900                             ELSE 0 END DDI_CNT,
018000                        0 EMRG_CNT,
018100                        CASE E.R_CLM_EXC_CD WHEN '3962' THEN 1
018200                             ELSE 0 END HSPC_CNT
018300                   FROM C_LI_DRUG_TB D
018400                        JOIN C_LI_EXC_TB E
018500                          ON E.C_TCN_NUM = D.C_TCN_NUM
018600                  WHERE E.R_CLM_EXC_CD IN
018700                            ('3958', '3930', '3931', '3962')
018800                    AND D.G_AUD_TS >= :WH-0082-WNDW-BEG-TS
018900                    AND D.G_AUD_TS <  :WH-0082-DAY-END-TS
019000                 UNION ALL
019100                 SELECT F.R_CUST_PART_NUM, F.B_SYS_ID,
019200                        F.C_FILL_DT EVT_DT,
019300                        0 MME_CNT, 0 DUPL_CNT, 0 DDI_CNT,
019400                        1 EMRG_CNT, 0 HSPC_CNT
019500                   FROM C_EMERG_FILL_TB F
019600                  WHERE F.C_FILL_DT >= :WH-0082-WNDW-BEG-DT
019700                    AND F.C_FILL_DT <= :WH-0082-BUS-DT) S
019800          GROUP BY S.R_CUST_PART_NUM, S.B_SYS_ID
019900         HAVING MAX(S.EVT_DT) = :WH-0082-BUS-DT
020000          ORDER BY S.R_CUST_PART_NUM, S.B_SYS_ID
020100     END-EXEC.
020200*****************************************************************
020300*  REPORT LINE LAYOUTS                                         *
020400*****************************************************************
020500 01  RL-0082-HDG1.
020600     05  FILLER                      PIC X(00001) VALUE SPACE.
020700     05  FILLER                      PIC X(00050) VALUE
020800         'PDDR0082 - CARE-MANAGEMENT REFERRAL FILE - DATE   '.
020900     05  FILLER                      PIC X(00001) VALUE SPACE.
021000     05  RL-0082-H-BUS-DT            PIC X(00010).
021100 01  RL-0082-HDG2.
021200     05  FILLER                      PIC X(00001) VALUE SPACE.
021300     05  FILLER                      PIC X(00041) VALUE
021400         'MEMBER     PART SCORE  MME DUPL  DDI EMRG'.
021500     05  FILLER                      PIC X(00040) VALUE
021600         ' HSPC PRIM  OUTCOME                     '.
021700 01  RL-0082-DETAIL.
021800     05  FILLER                      PIC X(00001) VALUE SPACE.
021900     05  RL-0082-D-SYS-ID            PIC 9(00009).
022000     05  FILLER                      PIC X(00002) VALUE SPACES.
022100     05  RL-0082-D-PART              PIC ZZZ9.
022200     05  FILLER                      PIC X(00001) VALUE SPACE.
022300     05  RL-0082-D-SCORE             PIC ZZZZ9.
022400     05  RL-0082-D-MME               PIC ZZZZ9.
022500     05  RL-0082-D-DUPL              PIC ZZZZ9.
022600     05  RL-0082-D-DDI               PIC ZZZZ9.
022700     05  RL-0082-D-EMRG              PIC ZZZZ9.
022800     05  RL-0082-D-HSPC              PIC ZZZZ9.
022900     05  FILLER                      PIC X(00001) VALUE SPACE.
023000     05  RL-0082-D-PRIM              PIC X(00004).
023100     05  FILLER                      PIC X(00002) VALUE SPACES.
023200     05  RL-0082-D-OUTCOME           PIC X(00030).
023300 01  RL-0082-COUNT-LINE.
023400     05  FILLER                      PIC X(00001) VALUE SPACE.
023500     05  RL-0082-C-LABEL             PIC X(00045).
023600     05  RL-0082-C-CNT               PIC ZZ,ZZZ,ZZZ,ZZ9.
023700*****************************************************************
023800*  PROCEDURE DIVISION                                          *
023900*****************************************************************
024000 PROCEDURE DIVISION.
024100 0000-MAINLINE.
024200     PERFORM 1000-INITIALIZE
024300         THRU 1000-INITIALIZE-EXIT.
024400     PERFORM 2000-ONE-MEMBER
024500         THRU 2000-ONE-MEMBER-EXIT
024600         UNTIL WR-0082-EOF.
024700     PERFORM 8000-FINALIZE
024800         THRU 8000-FINALIZE-EXIT.
024900     GOBACK.
025000*****************************************************************
025100*    1000-INITIALIZE - BUSINESS DATE, LIST 7538, THE WINDOW AND *
025200*    SUPPRESSION DATES, CLEAR AN UNSENT EARLIER RUN, OPEN       *
025300*****************************************************************
025400 1000-INITIALIZE.
025500     MOVE 'PDDR0082'             TO WK-9004-PGM-ID.
025600     MOVE SPACES                 TO WK-9004-OVRD-DT.
025700     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
025800     IF WK-9004-NO-BUS-DT
025900         DISPLAY 'PDDR0082 - NO BUSINESS PROCESSING DATE'
026000         MOVE 16 TO RETURN-CODE
026100         GOBACK
026200     END-IF.
026300     OPEN OUTPUT CMRFOUT-FILE RPT0082-FILE.
026400     MOVE WK-9004-BUS-DT         TO WH-0082-BUS-DT
026500                                    RL-0082-H-BUS-DT.
026600     WRITE RPT0082-REC FROM RL-0082-HDG1
026700         BEFORE ADVANCING TO-NEW-PAGE.
026800     WRITE RPT0082-REC FROM RL-0082-HDG2
026900         AFTER ADVANCING 2 LINES.
027000     PERFORM 1100-LOAD-WEIGHTS
027100         THRU 1100-LOAD-WEIGHTS-EXIT.
027200     MOVE WR-0082-WNDW-DAYS      TO WH-0082-WNDW-DAYS.
027300     MOVE WR-0082-SUPR-DAYS      TO WH-0082-SUPR-DAYS.
027400     EXEC SQL
027500         SELECT TO_CHAR(TO_DATE(:WH-0082-BUS-DT, 'YYYY-MM-DD')
027600                        - :WH-0082-WNDW-DAYS, 'YYYY-MM-DD'),
027700                TO_CHAR(TO_DATE(:WH-0082-BUS-DT, 'YYYY-MM-DD')
027800                        - :WH-0082-SUPR-DAYS, 'YYYY-MM-DD')
027900           INTO :WH-0082-WNDW-BEG-DT,
028000                :WH-0082-SUPR-BEG-DT
028100           FROM DUAL
028200     END-EXEC.
028300     IF SQLCODE NOT = 0
028400         GO TO 9999-SQL-ERROR
028500     END-IF.
028600     MOVE SPACES                 TO WH-0082-WNDW-BEG-TS.
028700     STRING WH-0082-WNDW-BEG-DT '-00.00.00.000000'
028800         DELIMITED BY SIZE INTO WH-0082-WNDW-BEG-TS.
028900     MOVE SPACES                 TO WH-0082-DAY-END-TS.
029000     STRING WH-0082-BUS-DT '-24.00.00.000000'
029100         DELIMITED BY SIZE INTO WH-0082-DAY-END-TS.
029200*    A RERUN - THE DATE'S REFERRALS NOT YET SENT GO OUT AGAIN IN
029300*    THE NEW GENERATION, WHICH REPLACES THE UNSENT ONE.
029400     EXEC SQL
029500         DELETE FROM C_CM_RFRL_TB
029600          WHERE C_RFRL_DT = :WH-0082-BUS-DT
029700            AND (C_GEN_NM = ' '
029800             OR  C_GEN_NM IN
029900                 (SELECT G_GEN_NM
030000                    FROM G_OUT_FILE_MNFST_TB
030100                   WHERE G_FILE_STAT_CD = 'P'))
030200     END-EXEC.
030300     EVALUATE SQLCODE
030400       WHEN 0
030500         MOVE SQLERRD (3)        TO WR-0082-RERUN-CNT
030600       WHEN 100
030700         CONTINUE
030800       WHEN OTHER
030900         GO TO 9999-SQL-ERROR
031000     END-EVALUATE.
031100     EXEC SQL
031200         OPEN R0082SIG
031300     END-EXEC.
031400     IF SQLCODE NOT = 0
031500         GO TO 9999-SQL-ERROR
031600     END-IF.
031700 1000-INITIALIZE-EXIT.
031800     EXIT.
031900*****************************************************************
032000*    1100-LOAD-WEIGHTS - LIST 7538 OVER THE DEFAULTS            *
032100*****************************************************************
032200 1100-LOAD-WEIGHTS.
032300     EXEC SQL
032400         OPEN R0082WGT
032500     END-EXEC.
032600     IF SQLCODE NOT = 0
032700         GO TO 9999-SQL-ERROR
032800     END-IF.
032900     PERFORM 1110-ONE-WEIGHT
033000         THRU 1110-ONE-WEIGHT-EXIT
033100         UNTIL WR-0082-EOF.
033200     EXEC SQL
033300         CLOSE R0082WGT
033400     END-EXEC.
033500     MOVE 'N'                    TO WR-0082-EOF-SW.
033600 1100-LOAD-WEIGHTS-EXIT.
033700     EXIT.
033800*****************************************************************
033900*    1110-ONE-WEIGHT                                            *
034000*****************************************************************
034100 1110-ONE-WEIGHT.
034200     EXEC SQL
034300         FETCH R0082WGT
034400         INTO :WH-0082-LIST-CD,
034500              :WH-0082-LIST-VAL
034600     END-EXEC.
034700     EVALUATE SQLCODE
034800       WHEN 0
034900         CONTINUE
035000       WHEN 100
035100         SET WR-0082-EOF         TO TRUE
035200         GO TO 1110-ONE-WEIGHT-EXIT
035300       WHEN OTHER
035400         GO TO 9999-SQL-ERROR
035500     END-EVALUATE.
035600     MOVE WH-0082-LIST-VAL       TO WR-0082-LIST-VAL.
035700     IF WR-0082-VAL-TX NOT NUMERIC
035800         DISPLAY 'PDDR0082 - LIST 7538 ' WH-0082-LIST-CD
035900                 ' NOT NUMERIC, DEFAULT USED'
036000         GO TO 1110-ONE-WEIGHT-EXIT
036100     END-IF.
036200     EVALUATE WH-0082-LIST-CD
036300       WHEN 'MME'
036400         MOVE WR-0082-VAL-NUM    TO WR-0082-MME-WT
036500       WHEN 'DUPL'
036600         MOVE WR-0082-VAL-NUM    TO WR-0082-DUPL-WT
036700       WHEN 'DDI'
036800         MOVE WR-0082-VAL-NUM    TO WR-0082-DDI-WT
036900       WHEN 'EMRG'
037000         MOVE WR-0082-VAL-NUM    TO WR-0082-EMRG-WT
037100       WHEN 'HSPC'
037200         MOVE WR-0082-VAL-NUM    TO WR-0082-HSPC-WT
037300       WHEN 'THRS'
037400         MOVE WR-0082-VAL-NUM    TO WR-0082-THRS-NUM
037500       WHEN 'WNDW'
037600         MOVE WR-0082-VAL-NUM    TO WR-0082-WNDW-DAYS
037700       WHEN 'SUPR'
037800         MOVE WR-0082-VAL-NUM    TO WR-0082-SUPR-DAYS
037900       WHEN OTHER
038000         DISPLAY 'PDDR0082 - LIST 7538 CODE NOT KNOWN: '
038100                 WH-0082-LIST-CD
038200     END-EVALUATE.
038300 1110-ONE-WEIGHT-EXIT.
038400     EXIT.
038500*****************************************************************
038600*    2000-ONE-MEMBER - SCORE ONE MEMBER WITH A NEW SIGNAL       *
038700*****************************************************************
038800 2000-ONE-MEMBER.
038900     EXEC SQL
039000         FETCH R0082SIG
039100         INTO :CLCMRFTB-R-CUST-PART-NUM,
039200              :CLCMRFTB-B-SYS-ID,
039300              :CLCMRFTB-C-MME-SGNL-CNT,
039400              :CLCMRFTB-C-DUPL-SGNL-CNT,
039500              :CLCMRFTB-C-DDI-SGNL-CNT,
039600              :CLCMRFTB-C-EMRG-SGNL-CNT,
039700              :CLCMRFTB-C-HSPC-SGNL-CNT
039800     END-EXEC.
039900     EVALUATE SQLCODE
040000       WHEN 0
040100         ADD 1                   TO WR-0082-MBR-CNT
040200       WHEN 100
040300         SET WR-0082-EOF         TO TRUE
040400         GO TO 2000-ONE-MEMBER-EXIT
040500       WHEN OTHER
040600         GO TO 9999-SQL-ERROR
040700     END-EVALUATE.
040800     PERFORM 2100-SCORE-MEMBER
040900         THRU 2100-SCORE-MEMBER-EXIT.
041000     MOVE CLCMRFTB-B-SYS-ID      TO RL-0082-D-SYS-ID.
041100     MOVE CLCMRFTB-R-CUST-PART-NUM
041200                                 TO RL-0082-D-PART.
041300     MOVE WR-0082-SCORE-NUM      TO RL-0082-D-SCORE.
041400     MOVE CLCMRFTB-C-MME-SGNL-CNT
041500                                 TO RL-0082-D-MME.
041600     MOVE CLCMRFTB-C-DUPL-SGNL-CNT
041700                                 TO RL-0082-D-DUPL.
041800     MOVE CLCMRFTB-C-DDI-SGNL-CNT
041900                                 TO RL-0082-D-DDI.
042000     MOVE CLCMRFTB-C-EMRG-SGNL-CNT
042100                                 TO RL-0082-D-EMRG.
042200     MOVE CLCMRFTB-C-HSPC-SGNL-CNT
042300                                 TO RL-0082-D-HSPC.
042400     MOVE CLCMRFTB-C-PRIM-SGNL-CD
042500                                 TO RL-0082-D-PRIM.
042600     IF WR-0082-SCORE-NUM < WR-0082-THRS-NUM
042700         ADD 1                   TO WR-0082-BELOW-CNT
042800         GO TO 2000-ONE-MEMBER-EXIT
042900     END-IF.
043000     PERFORM 2200-CHECK-MEMBER
043100         THRU 2200-CHECK-MEMBER-EXIT.
043200     WRITE RPT0082-REC FROM RL-0082-DETAIL
043300         AFTER ADVANCING 1 LINE.
043400 2000-ONE-MEMBER-EXIT.
043500     EXIT.
043600*****************************************************************
043700*    2100-SCORE-MEMBER - EACH SIGNAL TYPE PRESENT SCORES ITS    *
043800*    WEIGHT ONCE; EMERGENCY FILLS ONLY WHEN REPEATED.  THE      *
043900*    HEAVIEST SIGNAL PRESENT IS THE PRIMARY ONE.                *
044000*****************************************************************
044100 2100-SCORE-MEMBER.
044200     MOVE ZERO                   TO WR-0082-SCORE-NUM
044300                                    WR-0082-PRIM-WT.
044400     MOVE SPACES                 TO CLCMRFTB-C-PRIM-SGNL-CD.
044500     IF CLCMRFTB-C-MME-SGNL-CNT > ZERO
044600         ADD WR-0082-MME-WT      TO WR-0082-SCORE-NUM
044700         MOVE WR-0082-MME-WT     TO WR-0082-PRIM-WT
044800         MOVE 'MME'              TO CLCMRFTB-C-PRIM-SGNL-CD
044900     END-IF.
045000     IF CLCMRFTB-C-HSPC-SGNL-CNT > ZERO
045100         ADD WR-0082-HSPC-WT     TO WR-0082-SCORE-NUM
045200         IF WR-0082-HSPC-WT > WR-0082-PRIM-WT
045300             MOVE WR-0082-HSPC-WT
045400                                 TO WR-0082-PRIM-WT
045500             MOVE 'HSPC'         TO CLCMRFTB-C-PRIM-SGNL-CD
045600         END-IF
045700     END-IF.
045800     IF CLCMRFTB-C-DDI-SGNL-CNT > ZERO
045900         ADD WR-0082-DDI-WT      TO WR-0082-SCORE-NUM
046000         IF WR-0082-DDI-WT > WR-0082-PRIM-WT
046100             MOVE WR-0082-DDI-WT TO WR-0082-PRIM-WT
046200             MOVE 'DDI'          TO CLCMRFTB-C-PRIM-SGNL-CD
046300         END-IF
046400     END-IF.
046500     IF CLCMRFTB-C-EMRG-SGNL-CNT > 1
046600         ADD WR-0082-EMRG-WT     TO WR-0082-SCORE-NUM
046700         IF WR-0082-EMRG-WT > WR-0082-PRIM-WT
046800             MOVE WR-0082-EMRG-WT
046900                                 TO WR-0082-PRIM-WT
047000             MOVE 'EMRG'         TO CLCMRFTB-C-PRIM-SGNL-CD
047100         END-IF
047200     END-IF.
047300     IF CLCMRFTB-C-DUPL-SGNL-CNT > ZERO
047400         ADD WR-0082-DUPL-WT     TO WR-0082-SCORE-NUM
047500         IF WR-0082-DUPL-WT > WR-0082-PRIM-WT
047600             MOVE WR-0082-DUPL-WT
047700                                 TO WR-0082-PRIM-WT
047800             MOVE 'DUPL'         TO CLCMRFTB-C-PRIM-SGNL-CD
047900         END-IF
048000     END-IF.
048100 2100-SCORE-MEMBER-EXIT.
048200     EXIT.
048300*****************************************************************
048400*    2200-CHECK-MEMBER - MUST BE ELIGIBLE ON THE DATE AND NOT   *
048500*    REFERRED INSIDE THE SUPPRESSION PERIOD                     *
048600*****************************************************************
048700 2200-CHECK-MEMBER.
048800     EXEC SQL
048900         SELECT COUNT(*)
049000           INTO :WH-0082-PRIOR-CNT
049100           FROM C_CM_RFRL_TB
049200          WHERE R_CUST_PART_NUM = :CLCMRFTB-R-CUST-PART-NUM
049300            AND B_SYS_ID        = :CLCMRFTB-B-SYS-ID
049400            AND C_RFRL_DT       > :WH-0082-SUPR-BEG-DT
049500     END-EXEC.
049600     IF SQLCODE NOT = 0
049700         GO TO 9999-SQL-ERROR
049800     END-IF.
049900     IF WH-0082-PRIOR-CNT > ZERO
050000         ADD 1                   TO WR-0082-SUPR-CNT
050100         MOVE 'SUPPRESSED - RECENT REFERRAL'
050200                                 TO RL-0082-D-OUTCOME
050300         GO TO 2200-CHECK-MEMBER-EXIT
050400     END-IF.
050500     EXEC SQL
050600         SELECT B_CRDHLDR_ID, B_LAST_NAM, B_DOB_DT
050700           INTO :CLMELGTB-B-CRDHLDR-ID,
050800                :CLMELGTB-B-LAST-NAM,
050900                :CLMELGTB-B-DOB-DT
051000           FROM R_MBR_ELIG_TB
051100          WHERE R_CUST_PART_NUM = :CLCMRFTB-R-CUST-PART-NUM
051200            AND B_SYS_ID        = :CLCMRFTB-B-SYS-ID
051300            AND B_ELIG_BEG_DT  <= :WH-0082-BUS-DT
051400            AND B_ELIG_END_DT  >= :WH-0082-BUS-DT
051500            AND ROWNUM = 1
051600     END-EXEC.
051700     EVALUATE SQLCODE
051800       WHEN 0
051900         CONTINUE
052000       WHEN 100
052100         ADD 1                   TO WR-0082-INELIG-CNT
052200         MOVE 'NOT REFERRED - NOT ELIGIBLE'
052300                                 TO RL-0082-D-OUTCOME
052400         GO TO 2200-CHECK-MEMBER-EXIT
052500       WHEN OTHER
052600         GO TO 9999-SQL-ERROR
052700     END-EVALUATE.
052800     PERFORM 2300-REFER-MEMBER
052900         THRU 2300-REFER-MEMBER-EXIT.
053000 2200-CHECK-MEMBER-EXIT.
053100     EXIT.
053200*****************************************************************
053300*    2300-REFER-MEMBER - THE FILE RECORD AND THE REFERRAL ROW.  *
053400*    THE ROW TAKES ITS GENERATION NAME AT REGISTRATION.         *
053500*****************************************************************
053600 2300-REFER-MEMBER.
053700     MOVE CLCMRFTB-B-SYS-ID      TO CR-MBR-SYS-ID.
053800     MOVE CLMELGTB-B-CRDHLDR-ID  TO CR-CRDHLDR-ID.
053900     MOVE CLMELGTB-B-LAST-NAM    TO CR-LAST-NAM.
054000     MOVE CLMELGTB-B-DOB-DT      TO CR-DOB-DT.
054100     MOVE WH-0082-BUS-DT         TO CR-RFRL-DT.
054200     MOVE WR-0082-SCORE-NUM      TO CR-SCORE-NUM.
054300     MOVE CLCMRFTB-C-PRIM-SGNL-CD
054400                                 TO CR-PRIM-SGNL-CD.
054500     MOVE CLCMRFTB-C-MME-SGNL-CNT
054600                                 TO CR-MME-CNT.
054700     MOVE CLCMRFTB-C-DUPL-SGNL-CNT
054800                                 TO CR-DUPL-CNT.
054900     MOVE CLCMRFTB-C-DDI-SGNL-CNT
055000                                 TO CR-DDI-CNT.
055100     MOVE CLCMRFTB-C-EMRG-SGNL-CNT
055200                                 TO CR-EMRG-CNT.
055300     MOVE CLCMRFTB-C-HSPC-SGNL-CNT
055400                                 TO CR-HSPC-CNT.
055500     WRITE CR-RFRL-REC.
055600     MOVE WH-0082-BUS-DT         TO CLCMRFTB-C-RFRL-DT.
055700     MOVE WR-0082-SCORE-NUM      TO CLCMRFTB-C-RFRL-SCORE-NUM.
055800     SET CLCMRFTB-C-RFRL-SENT    TO TRUE.
055900     EXEC SQL
056000         INSERT INTO C_CM_RFRL_TB
056100                (R_CUST_PART_NUM, B_SYS_ID, C_RFRL_DT,
056200                 C_RFRL_SCORE_NUM, C_PRIM_SGNL_CD,
056300                 C_MME_SGNL_CNT, C_DUPL_SGNL_CNT, C_DDI_SGNL_CNT,
056400                 C_EMRG_SGNL_CNT, C_HSPC_SGNL_CNT,
056500                 C_RFRL_STAT_CD, C_GEN_NM,
056600                 C_VNDR_RSN_CD, C_VNDR_RSN_TX, C_VNDR_RESP_DT,
056700                 B_UPD_TS)
056800         VALUES (:CLCMRFTB-R-CUST-PART-NUM,
056900                 :CLCMRFTB-B-SYS-ID,
057000                 :CLCMRFTB-C-RFRL-DT,
057100                 :CLCMRFTB-C-RFRL-SCORE-NUM,
057200                 :CLCMRFTB-C-PRIM-SGNL-CD,
057300                 :CLCMRFTB-C-MME-SGNL-CNT,
057400                 :CLCMRFTB-C-DUPL-SGNL-CNT,
057500                 :CLCMRFTB-C-DDI-SGNL-CNT,
057600                 :CLCMRFTB-C-EMRG-SGNL-CNT,
057700                 :CLCMRFTB-C-HSPC-SGNL-CNT,
057800                 :CLCMRFTB-C-RFRL-STAT-CD,
057900                 ' ', ' ', ' ', ' ',
058000                 TO_CHAR(CURRENT_TIMESTAMP,
058100                         'YYYY-MM-DD-HH24.MI.SS.FF6'))
058200     END-EXEC.
058300     IF SQLCODE NOT = 0
058400         GO TO 9999-SQL-ERROR
058500     END-IF.
058600     ADD 1                       TO WR-0082-RFRL-CNT.
058700     ADD WR-0082-SCORE-NUM       TO WR-0082-SCORE-HASH.
058800     MOVE 'REFERRED'             TO RL-0082-D-OUTCOME.
058900 2300-REFER-MEMBER-EXIT.
059000     EXIT.
059100*****************************************************************
059200*    8000-FINALIZE - COUNTS, REGISTER THE FILE AND COMMIT THE   *
059300*    REFERRALS WITH IT                                          *
059400*****************************************************************
059500 8000-FINALIZE.
059600     EXEC SQL
059700         CLOSE R0082SIG
059800     END-EXEC.
059900     MOVE 'MEMBERS WITH A NEW SIGNAL'  TO RL-0082-C-LABEL.
060000     MOVE WR-0082-MBR-CNT              TO RL-0082-C-CNT.
060100     WRITE RPT0082-REC FROM RL-0082-COUNT-LINE
060200         AFTER ADVANCING 3 LINES.
060300     MOVE 'BELOW THE REFERRAL THRESHOLD'
060400                                       TO RL-0082-C-LABEL.
060500     MOVE WR-0082-BELOW-CNT            TO RL-0082-C-CNT.
060600     WRITE RPT0082-REC FROM RL-0082-COUNT-LINE
060700         AFTER ADVANCING 1 LINE.
060800     MOVE 'SUPPRESSED - REFERRED WITHIN THE PERIOD'
060900                                       TO RL-0082-C-LABEL.
061000     MOVE WR-0082-SUPR-CNT             TO RL-0082-C-CNT.
061100     WRITE RPT0082-REC FROM RL-0082-COUNT-LINE
061200         AFTER ADVANCING 1 LINE.
061300     MOVE 'NOT ELIGIBLE ON THE DATE'   TO RL-0082-C-LABEL.
061400     MOVE WR-0082-INELIG-CNT           TO RL-0082-C-CNT.
061500     WRITE RPT0082-REC FROM RL-0082-COUNT-LINE
061600         AFTER ADVANCING 1 LINE.
061700     MOVE 'MEMBERS REFERRED'           TO RL-0082-C-LABEL.
061800     MOVE WR-0082-RFRL-CNT             TO RL-0082-C-CNT.
061900     WRITE RPT0082-REC FROM RL-0082-COUNT-LINE
062000         AFTER ADVANCING 1 LINE.
062100     IF WR-0082-RERUN-CNT > ZERO
062200         MOVE 'UNSENT REFERRALS REPLACED BY THIS RUN'
062300                                       TO RL-0082-C-LABEL
062400         MOVE WR-0082-RERUN-CNT        TO RL-0082-C-CNT
062500         WRITE RPT0082-REC FROM RL-0082-COUNT-LINE
062600             AFTER ADVANCING 1 LINE
062700     END-IF.
062800     PERFORM 8500-REGISTER-FILE
062900         THRU 8500-REGISTER-FILE-EXIT.
063000     EXEC SQL COMMIT END-EXEC.
063100     CLOSE CMRFOUT-FILE RPT0082-FILE.
063200 8000-FINALIZE-EXIT.
063300     EXIT.
063400*****************************************************************
063500*    8500-REGISTER-FILE - CMRFOUT ON THE OUTBOUND FILE          *
063600*    MANIFEST (SHARED PDDS9006) AND THE GENERATION NAME ON THE  *
063700*    DAY'S REFERRALS.  A FAILED REGISTRATION LEAVES A GOOD FILE *
063800*    UNTRACKED - RC 4 SO OPERATIONS RERUN THE STEP              *
063900*****************************************************************
064000 8500-REGISTER-FILE.
064100     MOVE 'CMREFER'              TO WK-9006-FILE-TY-CD.
064200     MOVE 'PDDR0082'             TO WK-9006-PGM-ID.
064300     MOVE 'CMRFOUT'              TO WK-9006-DD-NM.
064400     MOVE WH-0082-BUS-DT         TO WK-9006-BUS-DT.
064500     MOVE WR-0082-RFRL-CNT       TO WK-9006-REC-CNT.
064600     MOVE WR-0082-SCORE-HASH     TO WK-9006-HASH-AMT.
064700     CALL 'PDDS9006' USING WK-9006-CALL-PARMS.
064800     IF NOT WK-9006-OK
064900         DISPLAY 'PDDR0082 - FILE NOT ON MANIFEST, REPLY '
065000                 WK-9006-REPLY-CD ' SQLCODE ' WK-9006-SQLCODE
065100         IF RETURN-CODE < 4
065200             MOVE 4 TO RETURN-CODE
065300         END-IF
065400         GO TO 8500-REGISTER-FILE-EXIT
065500     END-IF.
065600     MOVE WK-9006-GEN-NM         TO CLCMRFTB-C-GEN-NM.
065700     EXEC SQL
065800         UPDATE C_CM_RFRL_TB
065900            SET C_GEN_NM  = :CLCMRFTB-C-GEN-NM
066000          WHERE C_RFRL_DT = :WH-0082-BUS-DT
066100            AND C_GEN_NM  = ' '
066200     END-EXEC.
066300     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
066400         GO TO 9999-SQL-ERROR
066500     END-IF.
066600     DISPLAY 'PDDR0082 - MANIFEST ' WK-9006-GEN-NM.
066700 8500-REGISTER-FILE-EXIT.
066800     EXIT.
066900*****************************************************************
067000*    9999-SQL-ERROR - FATAL SQL ERROR, BACK OUT THE REFERRALS   *
067100*    AND ABEND THE STEP                                         *
067200*****************************************************************
067300 9999-SQL-ERROR.
067400     DISPLAY 'PDDR0082 - SQL ERROR BUILDING CARE-MGMT REFERRALS'.
067500     DISPLAY 'SQLCODE = ' SQLCODE.
067600     EXEC SQL ROLLBACK END-EXEC.
067700     MOVE 16 TO RETURN-CODE.
067800     CLOSE CMRFOUT-FILE RPT0082-FILE.
067900     GOBACK.
