000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0045.
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
001300*  10/15/26  ACS   NEW PROGRAM.  DAILY PRIVACY ACCESS SCORING.  *
001400*                  READS C_SCRN_ACC_LOG_TB (WRITTEN BY PDDS9003 *
001500*                  FOR EVERY AUTHORIZATION-CONTROLLED SCREEN)   *
001600*                  FOR EACH CALENDAR DAY FROM THE PRIOR         *
001700*                  BUSINESS DATE UP TO THE BUSINESS DATE, SO A  *
001800*                  WEEKEND OR HOLIDAY IS SCORED ON THE NEXT RUN.*
001900*                  EACH OPERATOR'S DAY IS FLAGGED FOR VOLUME    *
002000*                  AGAINST THE OPERATOR'S OWN AVERAGE PER ACTIVE*
002100*                  DAY OVER THE BASELINE WINDOW, AND FOR ACCESS *
002200*                  OUTSIDE BUSINESS HOURS OR ON A NON-BUSINESS  *
002300*                  DAY (PDDS9005).  EACH MEMBER AN OPERATOR     *
002400*                  VIEWED ON A MEMBER OR TCN SCREEN (LIST 7541) *
002500*                  IS FLAGGED WHEN THE MEMBER IS ON THE PRIVACY *
002600*                  WATCH LIST (C_PRIV_WATCH_TB), AND WHEN THE   *
002700*                  MEMBER HAD NO HELP-DESK CONTACT AND NO CLAIM *
002800*                  THAT DAY.  FLAGS GO ON C_PRIV_EXC_TB FOR THE *
002900*                  PRIVACY OFFICER TO CLOSE ON PDDM7600.  THE   *
003000*                  REPORT LISTS THE NEW FLAGS, THE DISPOSITIONS *
003100*                  RECORDED OVER THE SAME DAYS AND THE OPEN     *
003200*                  FLAGS BY AGE.  A RERUN REPLACES THE OPEN     *
003300*                  FLAGS OF THE DAYS IT SCORES; A FLAG ALREADY  *
003400*                  DISPOSITIONED IS KEPT AND NOT RAISED AGAIN.  *
003500*                                                               *
003600*****************************************************************
003700*                                                               *
003800*   LIST 7540 - ONE EFFECTIVE ROW PER CODE IN THE START LIMIT,  *
003900*   THE VALUE AS THREE DIGITS AT THE FRONT OF THE END LIMIT.    *
004000*   A MISSING OR NON-NUMERIC ROW TAKES THE DEFAULT SHOWN.       *
004100*                                                               *
004200*      VMUL   VOLUME FLAG AT THIS MULTIPLE OF THE BASELINE    3 *
004300*      VMIN   AND AT LEAST THIS MANY ACCESSES IN THE DAY     40 *
004400*      BDAY   BASELINE WINDOW, DAYS BEFORE THE DAY SCORED    30 *
004500*      HBEG   BUSINESS HOURS BEGIN (HOUR, 24-HOUR CLOCK)      7 *
004600*      HEND   BUSINESS HOURS END (HOUR, 24-HOUR CLOCK)       19 *
004700*                                                               *
004800*   LIST 7541 - THE SCREENS THAT SHOW ONE MEMBER.  START LIMIT  *
004900*   IS THE TRANID, END LIMIT 'M' WHEN THE LOGGED KEY IS THE     *
005000*   CARDHOLDER ID OR 'T' WHEN IT IS A TCN.                      *
005100*                                                               *
005200*****************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.   IBM-370.
005600 OBJECT-COMPUTER.   IBM-370.
005700 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT RPTB045-FILE ASSIGN TO RPTB045
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200*****************************************************************
006300*  DATA DIVISION                                                *
006400*****************************************************************
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  RPTB045-FILE
006800     RECORDING MODE IS F.
006900 01  RPTB045-REC                     PIC X(00133).
007000*****************************************************************
007100*  WORKING-STORAGE SECTION                                      *
007200*****************************************************************
007300 WORKING-STORAGE SECTION.
007400 77  WB-0045-EOF-SW                  PIC X(00001) VALUE 'N'.
007500     88  WB-0045-EOF                 VALUE 'Y'.
007600 77  WB-0045-OPER-DAY-CNT            PIC S9(00009) COMP-3
007700                                     VALUE ZERO.
007800 77  WB-0045-MBR-VIEW-CNT            PIC S9(00009) COMP-3
007900                                     VALUE ZERO.
008000 77  WB-0045-VOL-CNT                 PIC S9(00009) COMP-3
008100                                     VALUE ZERO.
008200 77  WB-0045-AFTHR-CNT               PIC S9(00009) COMP-3
008300                                     VALUE ZERO.
008400 77  WB-0045-WATCH-CNT               PIC S9(00009) COMP-3
008500                                     VALUE ZERO.
008600 77  WB-0045-NORSN-CNT               PIC S9(00009) COMP-3
008700                                     VALUE ZERO.
008800 77  WB-0045-KEPT-CNT                PIC S9(00009) COMP-3
008900                                     VALUE ZERO.
009000 77  WB-0045-RERUN-CNT               PIC S9(00009) COMP-3
009100                                     VALUE ZERO.
009200 77  WB-0045-DISP-CNT                PIC S9(00009) COMP-3
009300                                     VALUE ZERO.
009400 77  WB-0045-COMMIT-CNT              PIC S9(00004) COMP
009500                                     VALUE ZERO.
009600 77  WB-0045-COMMIT-LIMIT            PIC S9(00004) COMP
009700                                     VALUE +500.
009800 77  WB-0045-FLAG-NUM                PIC 9(00011).
009900 77  WB-0045-FLAG-TX                 PIC X(00015).
010000*    VOLUME RULE, BASELINE WINDOW AND BUSINESS HOURS (LIST 7540,
010100*    DEFAULTS BELOW).
010200 01  WB-0045-PARMS.
010300     05  WB-0045-VOL-MULT            PIC S9(00004) COMP VALUE +3.
010400     05  WB-0045-VOL-MIN             PIC S9(00004) COMP VALUE +40.
010500     05  WB-0045-BASE-DAYS           PIC S9(00004) COMP VALUE +30.
010600     05  WB-0045-HOUR-BEG            PIC S9(00004) COMP VALUE +7.
010700     05  WB-0045-HOUR-END            PIC S9(00004) COMP VALUE +19.
010800 01  WB-0045-LIST-VAL.
010900     05  WB-0045-VAL-TX              PIC X(00003).
011000     05  WB-0045-VAL-NUM REDEFINES WB-0045-VAL-TX
011100                                     PIC 9(00003).
011200     05  FILLER                      PIC X(00007).
011300 01  WB-0045-HOUR-DSP                PIC 9(00002).
011400*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
011500     COPY WKC90040.
011600*    BUSINESS-DAY ROUTINE - SHARED PDDS9005.
011700     COPY WKC90050.
011800*****************************************************************
011900*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CURSORS             *
012000*****************************************************************
012100     EXEC SQL INCLUDE SQLCA END-EXEC.
012200     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
012300     COPY CLPVEXTB.
012400 01  WH-0045-HOST-VARS.
012500     05  WH-0045-BUS-DT              PIC X(00010).
012600     05  WH-0045-FROM-DT             PIC X(00010).
012700     05  WH-0045-LAST-DT             PIC X(00010).
012800     05  WH-0045-FROM-TS             PIC X(00026).
012900     05  WH-0045-TO-TS               PIC X(00026).
013000     05  WH-0045-DAY-BEG-TS          PIC X(00026).
013100     05  WH-0045-DAY-END-TS          PIC X(00026).
013200     05  WH-0045-NEXT-DT             PIC X(00010).
013300     05  WH-0045-HOUR-BEG            PIC X(00002).
013400     05  WH-0045-HOUR-END            PIC X(00002).
013500     05  WH-0045-BASE-DAYS           PIC S9(00004) COMP.
013600     05  WH-0045-LIST-CD             PIC X(00010).
013700     05  WH-0045-LIST-VAL            PIC X(00010).
013800     05  WH-0045-DAY-CNT             PIC S9(00009) COMP.
013900     05  WH-0045-FRST-TS             PIC X(00026).
014000     05  WH-0045-AFTHR-CNT           PIC S9(00009) COMP.
014100     05  WH-0045-AFTHR-TS            PIC X(00026).
014200     05  WH-0045-BASE-CNT            PIC S9(00009) COMP.
014300     05  WH-0045-BASE-DAY-CNT        PIC S9(00009) COMP.
014400     05  WH-0045-ROW-CNT             PIC S9(00009) COMP.
014500     05  WH-0045-AGE-1-CNT           PIC S9(00009) COMP.
014600     05  WH-0045-AGE-2-CNT           PIC S9(00009) COMP.
014700     05  WH-0045-AGE-3-CNT           PIC S9(00009) COMP.
014800     05  WH-0045-OLDEST-DT           PIC X(00010).
014900     EXEC SQL END DECLARE SECTION END-EXEC.
015000*    THE VOLUME RULE AND HOURS IN FORCE ON THE BUSINESS DATE.
015100     EXEC SQL
015200         DECLARE CB045PRM CURSOR FOR
015300         SELECT G_LIST_STRT_LMT, G_LIST_END_LMT
015400           FROM G_LIST_DTL_TB
015500          WHERE G_LIST_SUBSYS_CD   = 'C'
015600            AND G_LIST_NUM         = '7540'
015700            AND G_LIST_EFF_STRT_DT <= TO_DATE(:WH-0045-BUS-DT,
015800                                              'YYYY-MM-DD')
015900            AND G_LIST_EFF_END_DT  >= TO_DATE(:WH-0045-BUS-DT,
016000                                              'YYYY-MM-DD')
016100     END-EXEC.
016200*****************************************************************
016300*  OPERATOR CURSOR - ONE ROW PER OPERATOR AND DAY, WITH THE      *
016400*  ACCESSES OUTSIDE BUSINESS HOURS.  DENIED ATTEMPTS COUNT TOO.  *
016500*****************************************************************
016600     EXEC SQL
016700         DECLARE CB045OPR CURSOR WITH HOLD FOR
016800         SELECT C_OPER_ID, SUBSTR(C_ACC_TS, 1, 10),
016900                COUNT(*), MIN(C_ACC_TS),
017000                SUM(CASE WHEN SUBSTR(C_ACC_TS, 12, 2)
017100                                  <  :WH-0045-HOUR-BEG
017200                           OR SUBSTR(C_ACC_TS, 12, 2)
017300                                  >= :WH-0045-HOUR-END
017400                         THEN 1 ELSE 0 END),
017500                NVL(MIN(CASE WHEN SUBSTR(C_ACC_TS, 12, 2)
017600                                      <  :WH-0045-HOUR-BEG
017700                               OR SUBSTR(C_ACC_TS, 12, 2)
017800                                      >= :WH-0045-HOUR-END
017900                             THEN C_ACC_TS END), ' ')
018000           FROM C_SCRN_ACC_LOG_TB
018100          WHERE C_ACC_TS >= :WH-0045-FROM-TS
018200            AND C_ACC_TS <  :WH-0045-TO-TS
018300          GROUP BY C_OPER_ID, SUBSTR(C_ACC_TS, 1, 10)
018400          ORDER BY C_OPER_ID, SUBSTR(C_ACC_TS, 1, 10)
018500     END-EXEC.
018600*****************************************************************
018700*  MEMBER CURSOR - ONE ROW PER OPERATOR, DAY AND MEMBER VIEWED   *
018800*  ON A LIST 7541 SCREEN AND ALLOWED.  A TCN KEY IS TAKEN BACK   *
018900*  TO THE CARDHOLDER THROUGH THE CLAIM'S ELIGIBILITY ROW; A KEY  *
019000*  THAT NAMES NO MEMBER DROPS OUT.                               *
019100*****************************************************************
019200     EXEC SQL
019300         DECLARE CB045MBR CURSOR WITH HOLD FOR
019400         SELECT V.OPER_ID, V.ACC_DT, V.CRDHLDR_ID,
019500                COUNT(*), MIN(V.ACC_TS)
019600           FROM (SELECT L.C_OPER_ID OPER_ID,
019700                        SUBSTR(L.C_ACC_TS, 1, 10) ACC_DT,
019800                        L.C_ACC_TS ACC_TS,
019900                        CASE WHEN SUBSTR(G.G_LIST_END_LMT, 1, 1)
020000                                  = 'T'
020100                             THEN (SELECT MIN(M.B_CRDHLDR_ID)
020200                                     FROM C_LI_DRUG_TB D,
020300                                          R_MBR_ELIG_TB M
020400                                    WHERE TO_CHAR(D.C_TCN_NUM) =
020500                                          LTRIM(TRIM(L.C_KEY_TX),
020600                                                '0')
020700                                      AND M.R_CUST_PART_NUM =
020800                                          D.R_CUST_PART_NUM
020900                                      AND M.B_SYS_ID =
021000                                          D.B_SYS_ID)
021100                             ELSE TRIM(L.C_KEY_TX)
021200                        END CRDHLDR_ID
021300                   FROM C_SCRN_ACC_LOG_TB L, G_LIST_DTL_TB G
021400                  WHERE L.C_ACC_TS      >= :WH-0045-FROM-TS
021500                    AND L.C_ACC_TS      <  :WH-0045-TO-TS
021600                    AND L.C_DECISION_CD =  'Y'
021700                    AND G.G_LIST_SUBSYS_CD = 'C'
021800                    AND G.G_LIST_NUM       = '7541'
021900                    AND RTRIM(G.G_LIST_STRT_LMT) = L.C_TRAN_ID
022000                    AND G.G_LIST_EFF_STRT_DT <=
022100                        TO_DATE(:WH-0045-BUS-DT, 'YYYY-MM-DD')
022200                    AND G.G_LIST_EFF_END_DT  >=
022300                        TO_DATE(:WH-0045-BUS-DT, 'YYYY-MM-DD')) V
022400          WHERE V.CRDHLDR_ID > ' '
022500          GROUP BY V.OPER_ID, V.ACC_DT, V.CRDHLDR_ID
022600          ORDER BY V.OPER_ID, V.ACC_DT, V.CRDHLDR_ID
022700     END-EXEC.
022800*****************************************************************
022900*  DISPOSITION CURSOR - FLAGS CLOSED OVER THE DAYS SCORED        *
023000*****************************************************************
023100     EXEC SQL
023200         DECLARE CB045DSP CURSOR FOR
023300         SELECT C_PRIV_EXC_NUM, C_OPER_ID, C_ACC_DT,
023400                C_FLAG_TY_CD, C_WATCH_TY_CD, C_DISP_CD,
023500                C_DISP_USER_ID,
023600                C_DISP_TS, C_DISP_NOTE_TX
023700           FROM C_PRIV_EXC_TB
023800          WHERE C_DISP_CD <> ' '
023900            AND C_DISP_TS >= :WH-0045-FROM-TS
024000            AND C_DISP_TS <  :WH-0045-TO-TS
024100          ORDER BY C_DISP_TS
024200     END-EXEC.
024300*****************************************************************
024400*  REPORT LINE LAYOUTS                                          *
024500*****************************************************************
024600 01  RL-0045-HDG1.
024700     05  FILLER                      PIC X(00001) VALUE SPACE.
024800     05  FILLER                      PIC X(00052) VALUE
024900         'PDDB0045 - PRIVACY ACCESS EXCEPTIONS - ACCESS DATES'.
025000     05  RL-0045-H-FROM-DT           PIC X(00010).
025100     05  FILLER                      PIC X(00004) VALUE ' TO '.
025200     05  RL-0045-H-LAST-DT           PIC X(00010).
025300     05  FILLER                      PIC X(00011) VALUE
025400         '   RUN FOR '.
025500     05  RL-0045-H-BUS-DT            PIC X(00010).
025600 01  RL-0045-SECT-HDG.
025700     05  FILLER                      PIC X(00001) VALUE SPACE.
025800     05  RL-0045-S-TX                PIC X(00060).
025900 01  RL-0045-FLAG-COL-HDG.
026000     05  FILLER                      PIC X(00001) VALUE SPACE.
026100     05  FILLER                      PIC X(00052) VALUE
026200         'FLAG NUMBER  OPERATOR  ACCESS DT   FLAG             '.
026300     05  FILLER                      PIC X(00048) VALUE
026400         'MEMBER                TRAN  KEY                 '.
026500     05  FILLER                      PIC X(00030) VALUE
026600         '  VIEWS  BASELINE  FIRST AT'.
026700 01  RL-0045-FLAG-LINE.
026800     05  FILLER                      PIC X(00001) VALUE SPACE.
026900     05  RL-0045-F-NUM               PIC Z(00010)9.
027000     05  FILLER                      PIC X(00002) VALUE SPACES.
027100     05  RL-0045-F-OPER              PIC X(00008).
027200     05  FILLER                      PIC X(00002) VALUE SPACES.
027300     05  RL-0045-F-ACC-DT            PIC X(00010).
027400     05  FILLER                      PIC X(00002) VALUE SPACES.
027500     05  RL-0045-F-FLAG-TX           PIC X(00015).
027600     05  FILLER                      PIC X(00002) VALUE SPACES.
027700     05  RL-0045-F-MBR               PIC X(00020).
027800     05  FILLER                      PIC X(00002) VALUE SPACES.
027900     05  RL-0045-F-TRAN              PIC X(00004).
028000     05  FILLER                      PIC X(00002) VALUE SPACES.
028100     05  RL-0045-F-KEY               PIC X(00018).
028200     05  FILLER                      PIC X(00001) VALUE SPACE.
028300     05  RL-0045-F-CNT               PIC ZZZ,ZZ9.
028400     05  FILLER                      PIC X(00002) VALUE SPACES.
028500     05  RL-0045-F-BASE              PIC ZZ,ZZ9.9 BLANK WHEN ZERO.
028600     05  FILLER                      PIC X(00002) VALUE SPACES.
028700     05  RL-0045-F-FRST-TM           PIC X(00008).
028800 01  RL-0045-DISP-COL-HDG.
028900     05  FILLER                      PIC X(00001) VALUE SPACE.
029000     05  FILLER                      PIC X(00052) VALUE
029100         'FLAG NUMBER  OPERATOR  ACCESS DT   FLAG             '.
029200     05  FILLER                      PIC X(00050) VALUE
029300         'DISPOSITION        BY        ON          NOTE'.
029400 01  RL-0045-DISP-LINE.
029500     05  FILLER                      PIC X(00001) VALUE SPACE.
029600     05  RL-0045-D-NUM               PIC Z(00010)9.
029700     05  FILLER                      PIC X(00002) VALUE SPACES.
029800     05  RL-0045-D-OPER              PIC X(00008).
029900     05  FILLER                      PIC X(00002) VALUE SPACES.
030000     05  RL-0045-D-ACC-DT            PIC X(00010).
030100     05  FILLER                      PIC X(00002) VALUE SPACES.
030200     05  RL-0045-D-FLAG-TX           PIC X(00015).
030300     05  FILLER                      PIC X(00002) VALUE SPACES.
030400     05  RL-0045-D-DISP-TX           PIC X(00017).
030500     05  FILLER                      PIC X(00002) VALUE SPACES.
030600     05  RL-0045-D-USER              PIC X(00008).
030700     05  FILLER                      PIC X(00002) VALUE SPACES.
030800     05  RL-0045-D-DISP-DT           PIC X(00010).
030900     05  FILLER                      PIC X(00002) VALUE SPACES.
031000     05  RL-0045-D-NOTE              PIC X(00040).
031100 01  RL-0045-COUNT-LINE.
031200     05  FILLER                      PIC X(00001) VALUE SPACE.
031300     05  RL-0045-C-LABEL             PIC X(00045).
031400     05  RL-0045-C-CNT               PIC ZZ,ZZZ,ZZZ,ZZ9.
031500     05  FILLER                      PIC X(00002) VALUE SPACES.
031600     05  RL-0045-C-NOTE              PIC X(00030).
031700*****************************************************************
031800*  PROCEDURE DIVISION                                           *
031900*****************************************************************
032000 PROCEDURE DIVISION.
032100 0000-MAINLINE.
032200     PERFORM 1000-INITIALIZE
032300         THRU 1000-INITIALIZE-EXIT.
032400     PERFORM 2000-OPERATOR-DAYS
032500         THRU 2000-OPERATOR-DAYS-EXIT.
032600     PERFORM 3000-MEMBER-VIEWS
032700         THRU 3000-MEMBER-VIEWS-EXIT.
032800     PERFORM 5000-DISPOSITIONS
032900         THRU 5000-DISPOSITIONS-EXIT.
033000     PERFORM 8000-FINALIZE
033100         THRU 8000-FINALIZE-EXIT.
033200     GOBACK.
033300*****************************************************************
033400*    1000-INITIALIZE - THE DAYS TO SCORE, LIST 7540, CLEAR THE  *
033500*    OPEN FLAGS OF AN EARLIER RUN OVER THE SAME DAYS            *
033600*****************************************************************
033700 1000-INITIALIZE.
033800     MOVE 'PDDB0045'             TO WK-9004-PGM-ID.
033900     MOVE SPACES                 TO WK-9004-OVRD-DT.
034000     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
034100     IF WK-9004-NO-BUS-DT
034200         DISPLAY 'PDDB0045 - NO BUSINESS PROCESSING DATE'
034300         MOVE 16 TO RETURN-CODE
034400         GOBACK
034500     END-IF.
034600     OPEN OUTPUT RPTB045-FILE.
034700     MOVE WK-9004-BUS-DT         TO WH-0045-BUS-DT
034800                                    RL-0045-H-BUS-DT.
034900     PERFORM 1100-LOAD-PARMS
035000         THRU 1100-LOAD-PARMS-EXIT.
035100     MOVE WB-0045-HOUR-BEG       TO WB-0045-HOUR-DSP.
035200     MOVE WB-0045-HOUR-DSP       TO WH-0045-HOUR-BEG.
035300     MOVE WB-0045-HOUR-END       TO WB-0045-HOUR-DSP.
035400     MOVE WB-0045-HOUR-DSP       TO WH-0045-HOUR-END.
035500     MOVE WB-0045-BASE-DAYS      TO WH-0045-BASE-DAYS.
035600*    FROM THE PRIOR BUSINESS DATE (THE DAY BEFORE WHEN THERE IS
035700*    NONE) THROUGH THE DAY BEFORE THE BUSINESS DATE.
035800     EXEC SQL
035900         SELECT TO_CHAR(TO_DATE(:WH-0045-BUS-DT, 'YYYY-MM-DD')
036000                        - 1, 'YYYY-MM-DD')
036100           INTO :WH-0045-LAST-DT
036200           FROM DUAL
036300     END-EXEC.
036400     IF SQLCODE NOT = 0
036500         GO TO 9999-SQL-ERROR
036600     END-IF.
036700     IF WK-9004-PRIOR-BUS-DT > SPACES
036800      AND WK-9004-PRIOR-BUS-DT < WH-0045-BUS-DT
036900         MOVE WK-9004-PRIOR-BUS-DT TO WH-0045-FROM-DT
037000     ELSE
037100         MOVE WH-0045-LAST-DT    TO WH-0045-FROM-DT
037200     END-IF.
037300     MOVE SPACES TO WH-0045-FROM-TS
037400                    WH-0045-TO-TS.
037500     STRING WH-0045-FROM-DT '-00.00.00.000000'
037600         DELIMITED BY SIZE INTO WH-0045-FROM-TS.
037700     STRING WH-0045-BUS-DT '-00.00.00.000000'
037800         DELIMITED BY SIZE INTO WH-0045-TO-TS.
037900     MOVE WH-0045-FROM-DT        TO RL-0045-H-FROM-DT.
038000     MOVE WH-0045-LAST-DT        TO RL-0045-H-LAST-DT.
038100     WRITE RPTB045-REC FROM RL-0045-HDG1
038200         BEFORE ADVANCING TO-NEW-PAGE.
038300*    A RERUN OVER THE SAME DAYS REPLACES ITS OPEN FLAGS.
038400     EXEC SQL
038500         DELETE FROM C_PRIV_EXC_TB
038600          WHERE C_ACC_DT >= :WH-0045-FROM-DT
038700            AND C_ACC_DT <  :WH-0045-BUS-DT
038800            AND C_DISP_CD = ' '
038900     END-EXEC.
039000     EVALUATE SQLCODE
039100       WHEN 0
039200         MOVE SQLERRD (3)        TO WB-0045-RERUN-CNT
039300       WHEN 100
039400         CONTINUE
039500       WHEN OTHER
039600         GO TO 9999-SQL-ERROR
039700     END-EVALUATE.
039800     EXEC SQL COMMIT END-EXEC.
039900 1000-INITIALIZE-EXIT.
040000     EXIT.
040100*****************************************************************
040200*    1100-LOAD-PARMS - LIST 7540 OVER THE DEFAULTS              *
040300*****************************************************************
040400 1100-LOAD-PARMS.
040500     EXEC SQL
040600         OPEN CB045PRM
040700     END-EXEC.
040800     IF SQLCODE NOT = 0
040900         GO TO 9999-SQL-ERROR
041000     END-IF.
041100     PERFORM 1110-ONE-PARM
041200         THRU 1110-ONE-PARM-EXIT
041300         UNTIL WB-0045-EOF.
041400     EXEC SQL
041500         CLOSE CB045PRM
041600     END-EXEC.
041700     MOVE 'N'                    TO WB-0045-EOF-SW.
041800     IF WB-0045-HOUR-END NOT > WB-0045-HOUR-BEG
041900      OR WB-0045-HOUR-END > 24
042000         DISPLAY 'PDDB0045 - LIST 7540 HOURS INVALID, 07-19 USED'
042100         MOVE 7                  TO WB-0045-HOUR-BEG
042200         MOVE 19                 TO WB-0045-HOUR-END
042300     END-IF.
042400 1100-LOAD-PARMS-EXIT.
042500     EXIT.
042600*****************************************************************
042700*    1110-ONE-PARM                                              *
042800*****************************************************************
042900 1110-ONE-PARM.
043000     EXEC SQL
043100         FETCH CB045PRM
043200         INTO :WH-0045-LIST-CD,
043300              :WH-0045-LIST-VAL
043400     END-EXEC.
043500     EVALUATE SQLCODE
043600       WHEN 0
043700         CONTINUE
043800       WHEN 100
043900         SET WB-0045-EOF         TO TRUE
044000         GO TO 1110-ONE-PARM-EXIT
044100       WHEN OTHER
044200         GO TO 9999-SQL-ERROR
044300     END-EVALUATE.
044400     MOVE WH-0045-LIST-VAL       TO WB-0045-LIST-VAL.
044500     IF WB-0045-VAL-TX NOT NUMERIC
044600         DISPLAY 'PDDB0045 - LIST 7540 ' WH-0045-LIST-CD
044700                 ' NOT NUMERIC, DEFAULT USED'
044800         GO TO 1110-ONE-PARM-EXIT
044900     END-IF.
045000     EVALUATE WH-0045-LIST-CD
045100       WHEN 'VMUL'
045200         MOVE WB-0045-VAL-NUM    TO WB-0045-VOL-MULT
045300       WHEN 'VMIN'
045400         MOVE WB-0045-VAL-NUM    TO WB-0045-VOL-MIN
045500       WHEN 'BDAY'
045600         MOVE WB-0045-VAL-NUM    TO WB-0045-BASE-DAYS
045700       WHEN 'HBEG'
045800         MOVE WB-0045-VAL-NUM    TO WB-0045-HOUR-BEG
045900       WHEN 'HEND'
046000         MOVE WB-0045-VAL-NUM    TO WB-0045-HOUR-END
046100       WHEN OTHER
046200         DISPLAY 'PDDB0045 - LIST 7540 CODE NOT KNOWN: '
046300                 WH-0045-LIST-CD
046400     END-EVALUATE.
046500 1110-ONE-PARM-EXIT.
046600     EXIT.
046700*****************************************************************
046800*    2000-OPERATOR-DAYS - VOLUME AND AFTER-HOURS FLAGS          *
046900*****************************************************************
047000 2000-OPERATOR-DAYS.
047100     MOVE 'OPERATOR FLAGS - VOLUME AND AFTER HOURS'
047200                                 TO RL-0045-S-TX.
047300     WRITE RPTB045-REC FROM RL-0045-SECT-HDG
047400         AFTER ADVANCING 3 LINES.
047500     WRITE RPTB045-REC FROM RL-0045-FLAG-COL-HDG
047600         AFTER ADVANCING 2 LINES.
047700     MOVE 'N'                    TO WB-0045-EOF-SW.
047800     EXEC SQL
047900         OPEN CB045OPR
048000     END-EXEC.
048100     IF SQLCODE NOT = 0
048200         GO TO 9999-SQL-ERROR
048300     END-IF.
048400     PERFORM 2100-ONE-OPERATOR-DAY
048500         THRU 2100-ONE-OPERATOR-DAY-EXIT
048600         UNTIL WB-0045-EOF.
048700     EXEC SQL
048800         CLOSE CB045OPR
048900     END-EXEC.
049000 2000-OPERATOR-DAYS-EXIT.
049100     EXIT.
049200*****************************************************************
049300*    2100-ONE-OPERATOR-DAY - ON A NON-BUSINESS DAY EVERY ACCESS *
049400*    IS AFTER HOURS.  THE BASELINE IS THE OPERATOR'S ACCESSES   *
049500*    OVER THE WINDOW BEFORE THE DAY DIVIDED BY THE DAYS THEY    *
049600*    USED THE SCREENS AT ALL; AN OPERATOR WITH NO HISTORY IS    *
049700*    JUDGED ON THE MINIMUM ALONE.                               *
049800*****************************************************************
049900 2100-ONE-OPERATOR-DAY.
050000     EXEC SQL
050100         FETCH CB045OPR
050200         INTO :CLPVEXTB-C-OPER-ID,
050300              :CLPVEXTB-C-ACC-DT,
050400              :WH-0045-DAY-CNT,
050500              :WH-0045-FRST-TS,
050600              :WH-0045-AFTHR-CNT,
050700              :WH-0045-AFTHR-TS
050800     END-EXEC.
050900     EVALUATE SQLCODE
051000       WHEN 0
051100         ADD 1                   TO WB-0045-OPER-DAY-CNT
051200       WHEN 100
051300         SET WB-0045-EOF         TO TRUE
051400         GO TO 2100-ONE-OPERATOR-DAY-EXIT
051500       WHEN OTHER
051600         GO TO 9999-SQL-ERROR
051700     END-EVALUATE.
051800     MOVE 'B'                    TO WK-9005-FUNC-CD.
051900     MOVE CLPVEXTB-C-ACC-DT      TO WK-9005-FROM-DT.
052000     CALL 'PDDS9005' USING WK-9005-CALL-PARMS.
052100     IF NOT WK-9005-OK
052200         DISPLAY 'PDDB0045 - PDDS9005 REPLY ' WK-9005-REPLY-CD
052300                 ' SQLCODE ' WK-9005-SQLCODE
052400                 ' FOR ' CLPVEXTB-C-ACC-DT
052500         EXEC SQL ROLLBACK END-EXEC
052600         MOVE 16 TO RETURN-CODE
052700         CLOSE RPTB045-FILE
052800         GOBACK
052900     END-IF.
053000     IF WK-9005-NON-BUSINESS-DAY
053100         MOVE WH-0045-DAY-CNT    TO WH-0045-AFTHR-CNT
053200         MOVE WH-0045-FRST-TS    TO WH-0045-AFTHR-TS
053300     END-IF.
053400     MOVE SPACES                 TO CLPVEXTB-B-CRDHLDR-ID
053500                                    CLPVEXTB-C-WATCH-TY-CD
053600                                    CLPVEXTB-C-TRAN-ID
053700                                    CLPVEXTB-C-KEY-TX.
053800     IF WH-0045-AFTHR-CNT > ZERO
053900         SET CLPVEXTB-C-FLAG-AFTER-HOURS TO TRUE
054000         MOVE WH-0045-AFTHR-CNT  TO CLPVEXTB-C-ACC-CNT
054100         MOVE ZERO               TO CLPVEXTB-C-BASE-AVG-AMT
054200         MOVE WH-0045-AFTHR-TS   TO CLPVEXTB-C-FRST-ACC-TS
054300         PERFORM 4000-RAISE-FLAG
054400             THRU 4000-RAISE-FLAG-EXIT
054500     END-IF.
054600     IF WH-0045-DAY-CNT < WB-0045-VOL-MIN
054700         GO TO 2100-ONE-OPERATOR-DAY-EXIT
054800     END-IF.
054900     EXEC SQL
055000         SELECT COUNT(*), COUNT(DISTINCT SUBSTR(C_ACC_TS, 1, 10))
055100           INTO :WH-0045-BASE-CNT, :WH-0045-BASE-DAY-CNT
055200           FROM C_SCRN_ACC_LOG_TB
055300          WHERE C_OPER_ID = :CLPVEXTB-C-OPER-ID
055400            AND C_ACC_TS >=
055500                TO_CHAR(TO_DATE(:CLPVEXTB-C-ACC-DT, 'YYYY-MM-DD')
055600                        - :WH-0045-BASE-DAYS, 'YYYY-MM-DD')
055700                || '-00.00.00.000000'
055800            AND C_ACC_TS <
055900                :CLPVEXTB-C-ACC-DT || '-00.00.00.000000'
056000     END-EXEC.
056100     IF SQLCODE NOT = 0
056200         GO TO 9999-SQL-ERROR
056300     END-IF.
056400     MOVE ZERO                   TO CLPVEXTB-C-BASE-AVG-AMT.
056500     IF WH-0045-BASE-DAY-CNT > ZERO
056600         COMPUTE CLPVEXTB-C-BASE-AVG-AMT ROUNDED =
056700             WH-0045-BASE-CNT / WH-0045-BASE-DAY-CNT
056800     END-IF.
056900     IF WH-0045-DAY-CNT <
057000             CLPVEXTB-C-BASE-AVG-AMT * WB-0045-VOL-MULT
057100         GO TO 2100-ONE-OPERATOR-DAY-EXIT
057200     END-IF.
057300     SET CLPVEXTB-C-FLAG-VOLUME  TO TRUE.
057400     MOVE WH-0045-DAY-CNT        TO CLPVEXTB-C-ACC-CNT.
057500     MOVE WH-0045-FRST-TS        TO CLPVEXTB-C-FRST-ACC-TS.
057600     PERFORM 4000-RAISE-FLAG
057700         THRU 4000-RAISE-FLAG-EXIT.
057800 2100-ONE-OPERATOR-DAY-EXIT.
057900     EXIT.
058000*****************************************************************
058100*    3000-MEMBER-VIEWS - WATCH-LIST AND NO-BUSINESS-REASON FLAGS*
058200*****************************************************************
058300 3000-MEMBER-VIEWS.
058400     MOVE 'MEMBER FLAGS - WATCH LIST AND NO BUSINESS REASON'
058500                                 TO RL-0045-S-TX.
058600     WRITE RPTB045-REC FROM RL-0045-SECT-HDG
058700         AFTER ADVANCING 3 LINES.
058800     WRITE RPTB045-REC FROM RL-0045-FLAG-COL-HDG
058900         AFTER ADVANCING 2 LINES.
059000     MOVE 'N'                    TO WB-0045-EOF-SW.
059100     EXEC SQL
059200         OPEN CB045MBR
059300     END-EXEC.
059400     IF SQLCODE NOT = 0
059500         GO TO 9999-SQL-ERROR
059600     END-IF.
059700     PERFORM 3100-ONE-MEMBER-VIEW
059800         THRU 3100-ONE-MEMBER-VIEW-EXIT
059900         UNTIL WB-0045-EOF.
060000     EXEC SQL
060100         CLOSE CB045MBR
060200     END-EXEC.
060300 3000-MEMBER-VIEWS-EXIT.
060400     EXIT.
060500*****************************************************************
060600*    3100-ONE-MEMBER-VIEW - A MEMBER ON THE WATCH LIST THAT DAY *
060700*    IS ALWAYS FLAGGED.  ANY MEMBER IS FLAGGED WHEN THERE WAS   *
060800*    NO HELP-DESK CONTACT LOGGED FOR THEM (BY ANY AGENT) AND NO *
060900*    CLAIM WITH THAT DATE OF SERVICE.                           *
061000*****************************************************************
061100 3100-ONE-MEMBER-VIEW.
061200     EXEC SQL
061300         FETCH CB045MBR
061400         INTO :CLPVEXTB-C-OPER-ID,
061500              :CLPVEXTB-C-ACC-DT,
061600              :CLPVEXTB-B-CRDHLDR-ID,
061700              :WH-0045-DAY-CNT,
061800              :WH-0045-FRST-TS
061900     END-EXEC.
062000     EVALUATE SQLCODE
062100       WHEN 0
062200         ADD 1                   TO WB-0045-MBR-VIEW-CNT
062300       WHEN 100
062400         SET WB-0045-EOF         TO TRUE
062500         GO TO 3100-ONE-MEMBER-VIEW-EXIT
062600       WHEN OTHER
062700         GO TO 9999-SQL-ERROR
062800     END-EVALUATE.
062900     MOVE WH-0045-DAY-CNT        TO CLPVEXTB-C-ACC-CNT.
063000     MOVE WH-0045-FRST-TS        TO CLPVEXTB-C-FRST-ACC-TS.
063100     MOVE ZERO                   TO CLPVEXTB-C-BASE-AVG-AMT.
063200     EXEC SQL
063300         SELECT C_TRAN_ID, C_KEY_TX
063400           INTO :CLPVEXTB-C-TRAN-ID, :CLPVEXTB-C-KEY-TX
063500           FROM C_SCRN_ACC_LOG_TB
063600          WHERE C_OPER_ID = :CLPVEXTB-C-OPER-ID
063700            AND C_ACC_TS  = :WH-0045-FRST-TS
063800            AND ROWNUM    = 1
063900     END-EXEC.
064000     IF SQLCODE NOT = 0
064100         GO TO 9999-SQL-ERROR
064200     END-IF.
064300     EXEC SQL
064400         SELECT C_WATCH_TY_CD
064500           INTO :CLPVEXTB-C-WATCH-TY-CD
064600           FROM C_PRIV_WATCH_TB
064700          WHERE B_CRDHLDR_ID    =  :CLPVEXTB-B-CRDHLDR-ID
064800            AND C_WATCH_BEG_DT  <= :CLPVEXTB-C-ACC-DT
064900            AND C_WATCH_END_DT  >= :CLPVEXTB-C-ACC-DT
065000            AND ROWNUM = 1
065100     END-EXEC.
065200     EVALUATE SQLCODE
065300       WHEN 0
065400         SET CLPVEXTB-C-FLAG-WATCH-LIST TO TRUE
065500         PERFORM 4000-RAISE-FLAG
065600             THRU 4000-RAISE-FLAG-EXIT
065700       WHEN 100
065800         MOVE SPACE              TO CLPVEXTB-C-WATCH-TY-CD
065900       WHEN OTHER
066000         GO TO 9999-SQL-ERROR
066100     END-EVALUATE.
066200     MOVE SPACES TO WH-0045-DAY-BEG-TS
066300                    WH-0045-DAY-END-TS.
066400     EXEC SQL
066500         SELECT TO_CHAR(TO_DATE(:CLPVEXTB-C-ACC-DT, 'YYYY-MM-DD')
066600                        + 1, 'YYYY-MM-DD')
066700           INTO :WH-0045-NEXT-DT
066800           FROM DUAL
066900     END-EXEC.
067000     IF SQLCODE NOT = 0
067100         GO TO 9999-SQL-ERROR
067200     END-IF.
067300     STRING CLPVEXTB-C-ACC-DT '-00.00.00.000000'
067400         DELIMITED BY SIZE INTO WH-0045-DAY-BEG-TS.
067500     STRING WH-0045-NEXT-DT '-00.00.00.000000'
067600         DELIMITED BY SIZE INTO WH-0045-DAY-END-TS.
067700     EXEC SQL
067800         SELECT COUNT(*)
067900           INTO :WH-0045-ROW-CNT
068000           FROM C_HD_CNTCT_TB
068100          WHERE B_CRDHLDR_ID    =  :CLPVEXTB-B-CRDHLDR-ID
068200            AND C_CNTCT_BEG_TS  >= :WH-0045-DAY-BEG-TS
068300            AND C_CNTCT_BEG_TS  <  :WH-0045-DAY-END-TS
068400     END-EXEC.
068500     IF SQLCODE NOT = 0
068600         GO TO 9999-SQL-ERROR
068700     END-IF.
068800     IF WH-0045-ROW-CNT > ZERO
068900         GO TO 3100-ONE-MEMBER-VIEW-EXIT
069000     END-IF.
069100     EXEC SQL
069200         SELECT COUNT(*)
069300           INTO :WH-0045-ROW-CNT
069400           FROM C_LI_DRUG_TB D, R_MBR_ELIG_TB M
069500          WHERE M.B_CRDHLDR_ID     = :CLPVEXTB-B-CRDHLDR-ID
069600            AND D.R_CUST_PART_NUM  = M.R_CUST_PART_NUM
069700            AND D.B_SYS_ID         = M.B_SYS_ID
069800            AND D.C_HDR_SVC_FST_DT = :CLPVEXTB-C-ACC-DT
069900            AND ROWNUM = 1
070000     END-EXEC.
070100     IF SQLCODE NOT = 0
070200         GO TO 9999-SQL-ERROR
070300     END-IF.
070400     IF WH-0045-ROW-CNT > ZERO
070500         GO TO 3100-ONE-MEMBER-VIEW-EXIT
070600     END-IF.
070700     SET CLPVEXTB-C-FLAG-NO-REASON TO TRUE.
070800     PERFORM 4000-RAISE-FLAG
070900         THRU 4000-RAISE-FLAG-EXIT.
071000 3100-ONE-MEMBER-VIEW-EXIT.
071100     EXIT.
071200*****************************************************************
071300*    4000-RAISE-FLAG - A FLAG THE PRIVACY OFFICER HAS ALREADY   *
071400*    CLOSED FOR THE SAME OPERATOR, DAY, TYPE AND MEMBER STANDS; *
071500*    OTHERWISE A NEW OPEN ROW AND A REPORT LINE                 *
071600*****************************************************************
071700 4000-RAISE-FLAG.
071800     EXEC SQL
071900         SELECT COUNT(*)
072000           INTO :WH-0045-ROW-CNT
072100           FROM C_PRIV_EXC_TB
072200          WHERE C_ACC_DT     = :CLPVEXTB-C-ACC-DT
072300            AND C_OPER_ID    = :CLPVEXTB-C-OPER-ID
072400            AND C_FLAG_TY_CD = :CLPVEXTB-C-FLAG-TY-CD
072500            AND B_CRDHLDR_ID = :CLPVEXTB-B-CRDHLDR-ID
072600     END-EXEC.
072700     IF SQLCODE NOT = 0
072800         GO TO 9999-SQL-ERROR
072900     END-IF.
073000     IF WH-0045-ROW-CNT > ZERO
073100         ADD 1                   TO WB-0045-KEPT-CNT
073200         GO TO 4000-RAISE-FLAG-EXIT
073300     END-IF.
073400     EXEC SQL
073500         SELECT C_PRIV_EXC_SEQ.NEXTVAL
073600           INTO :CLPVEXTB-C-PRIV-EXC-NUM
073700           FROM DUAL
073800     END-EXEC.
073900     IF SQLCODE NOT = 0
074000         GO TO 9999-SQL-ERROR
074100     END-IF.
074200     SET CLPVEXTB-C-DISP-OPEN    TO TRUE.
074300     EXEC SQL
074400         INSERT INTO C_PRIV_EXC_TB
074500               (C_PRIV_EXC_NUM, C_ACC_DT, C_OPER_ID, C_FLAG_TY_CD,
074600                C_TRAN_ID, C_KEY_TX, C_FRST_ACC_TS, B_CRDHLDR_ID,
074700                C_WATCH_TY_CD, C_ACC_CNT, C_BASE_AVG_AMT,
074800                C_CRT_TS, C_DISP_CD, C_DISP_USER_ID, C_DISP_TS,
074900                C_DISP_NOTE_TX)
075000         VALUES (:CLPVEXTB-C-PRIV-EXC-NUM, :CLPVEXTB-C-ACC-DT,
075100                 :CLPVEXTB-C-OPER-ID, :CLPVEXTB-C-FLAG-TY-CD,
075200                 :CLPVEXTB-C-TRAN-ID, :CLPVEXTB-C-KEY-TX,
075300                 :CLPVEXTB-C-FRST-ACC-TS, :CLPVEXTB-B-CRDHLDR-ID,
075400                 :CLPVEXTB-C-WATCH-TY-CD, :CLPVEXTB-C-ACC-CNT,
075500                 :CLPVEXTB-C-BASE-AVG-AMT,
075600                 TO_CHAR(CURRENT_TIMESTAMP,
075700                     'YYYY-MM-DD-HH24.MI.SS.FF6'),
075800                 :CLPVEXTB-C-DISP-CD, ' ', ' ', ' ')
075900     END-EXEC.
076000     IF SQLCODE NOT = 0
076100         GO TO 9999-SQL-ERROR
076200     END-IF.
076300     EVALUATE TRUE
076400       WHEN CLPVEXTB-C-FLAG-VOLUME
076500         ADD 1                   TO WB-0045-VOL-CNT
076600       WHEN CLPVEXTB-C-FLAG-AFTER-HOURS
076700         ADD 1                   TO WB-0045-AFTHR-CNT
076800       WHEN CLPVEXTB-C-FLAG-WATCH-LIST
076900         ADD 1                   TO WB-0045-WATCH-CNT
077000       WHEN CLPVEXTB-C-FLAG-NO-REASON
077100         ADD 1                   TO WB-0045-NORSN-CNT
077200     END-EVALUATE.
077300     MOVE CLPVEXTB-C-PRIV-EXC-NUM TO WB-0045-FLAG-NUM.
077400     MOVE WB-0045-FLAG-NUM       TO RL-0045-F-NUM.
077500     MOVE CLPVEXTB-C-OPER-ID     TO RL-0045-F-OPER.
077600     MOVE CLPVEXTB-C-ACC-DT      TO RL-0045-F-ACC-DT.
077700     PERFORM 4100-FLAG-TEXT
077800         THRU 4100-FLAG-TEXT-EXIT.
077900     MOVE WB-0045-FLAG-TX        TO RL-0045-F-FLAG-TX.
078000     MOVE CLPVEXTB-B-CRDHLDR-ID  TO RL-0045-F-MBR.
078100     MOVE CLPVEXTB-C-TRAN-ID     TO RL-0045-F-TRAN.
078200     MOVE CLPVEXTB-C-KEY-TX      TO RL-0045-F-KEY.
078300     MOVE CLPVEXTB-C-ACC-CNT     TO RL-0045-F-CNT.
078400     MOVE CLPVEXTB-C-BASE-AVG-AMT TO RL-0045-F-BASE.
078500     MOVE CLPVEXTB-C-FRST-ACC-TS (12:8) TO RL-0045-F-FRST-TM.
078600     WRITE RPTB045-REC FROM RL-0045-FLAG-LINE
078700         AFTER ADVANCING 1 LINE.
078800     ADD 1 TO WB-0045-COMMIT-CNT.
078900     IF WB-0045-COMMIT-CNT NOT < WB-0045-COMMIT-LIMIT
079000         EXEC SQL COMMIT END-EXEC
079100         MOVE ZERO TO WB-0045-COMMIT-CNT
079200     END-IF.
079300 4000-RAISE-FLAG-EXIT.
079400     EXIT.
079500*****************************************************************
079600*    4100-FLAG-TEXT - THE FLAG TYPE AS PRINTED                  *
079700*****************************************************************
079800 4100-FLAG-TEXT.
079900     EVALUATE CLPVEXTB-C-FLAG-TY-CD ALSO CLPVEXTB-C-WATCH-TY-CD
080000       WHEN 'V' ALSO ANY
080100         MOVE 'HIGH VOLUME'      TO WB-0045-FLAG-TX
080200       WHEN 'H' ALSO ANY
080300         MOVE 'AFTER HOURS'      TO WB-0045-FLAG-TX
080400       WHEN 'W' ALSO 'E'
080500         MOVE 'WATCH-EMPLOYEE'   TO WB-0045-FLAG-TX
080600       WHEN 'W' ALSO 'V'
080700         MOVE 'WATCH-VIP'        TO WB-0045-FLAG-TX
080800       WHEN 'W' ALSO 'P'
080900         MOVE 'WATCH-PROTECTED'  TO WB-0045-FLAG-TX
081000       WHEN 'W' ALSO ANY
081100         MOVE 'WATCH LIST'       TO WB-0045-FLAG-TX
081200       WHEN 'N' ALSO ANY
081300         MOVE 'NO BUS REASON'    TO WB-0045-FLAG-TX
081400       WHEN OTHER
081500         MOVE CLPVEXTB-C-FLAG-TY-CD TO WB-0045-FLAG-TX
081600     END-EVALUATE.
081700 4100-FLAG-TEXT-EXIT.
081800     EXIT.
081900*****************************************************************
082000*    5000-DISPOSITIONS - THE FLAGS THE PRIVACY OFFICER CLOSED   *
082100*    OVER THE DAYS SCORED, THEN THE OPEN FLAGS BY AGE           *
082200*****************************************************************
082300 5000-DISPOSITIONS.
082400     MOVE 'DISPOSITIONS RECORDED' TO RL-0045-S-TX.
082500     WRITE RPTB045-REC FROM RL-0045-SECT-HDG
082600         AFTER ADVANCING 3 LINES.
082700     WRITE RPTB045-REC FROM RL-0045-DISP-COL-HDG
082800         AFTER ADVANCING 2 LINES.
082900     MOVE 'N'                    TO WB-0045-EOF-SW.
083000     EXEC SQL
083100         OPEN CB045DSP
083200     END-EXEC.
083300     IF SQLCODE NOT = 0
083400         GO TO 9999-SQL-ERROR
083500     END-IF.
083600     PERFORM 5100-ONE-DISPOSITION
083700         THRU 5100-ONE-DISPOSITION-EXIT
083800         UNTIL WB-0045-EOF.
083900     EXEC SQL
084000         CLOSE CB045DSP
084100     END-EXEC.
084200     EXEC SQL
084300         SELECT NVL(SUM(CASE WHEN TO_DATE(:WH-0045-BUS-DT,
084400                                          'YYYY-MM-DD')
084500                                - TO_DATE(C_ACC_DT, 'YYYY-MM-DD')
084600                                  <= 7
084700                             THEN 1 ELSE 0 END), 0),
084800                NVL(SUM(CASE WHEN TO_DATE(:WH-0045-BUS-DT,
084900                                          'YYYY-MM-DD')
085000                                - TO_DATE(C_ACC_DT, 'YYYY-MM-DD')
085100                                  BETWEEN 8 AND 30
085200                             THEN 1 ELSE 0 END), 0),
085300                NVL(SUM(CASE WHEN TO_DATE(:WH-0045-BUS-DT,
085400                                          'YYYY-MM-DD')
085500                                - TO_DATE(C_ACC_DT, 'YYYY-MM-DD')
085600                                  > 30
085700                             THEN 1 ELSE 0 END), 0),
085800                NVL(MIN(C_ACC_DT), ' ')
085900           INTO :WH-0045-AGE-1-CNT, :WH-0045-AGE-2-CNT,
086000                :WH-0045-AGE-3-CNT, :WH-0045-OLDEST-DT
086100           FROM C_PRIV_EXC_TB
086200          WHERE C_DISP_CD = ' '
086300     END-EXEC.
086400     IF SQLCODE NOT = 0
086500         GO TO 9999-SQL-ERROR
086600     END-IF.
086700 5000-DISPOSITIONS-EXIT.
086800     EXIT.
086900*****************************************************************
087000*    5100-ONE-DISPOSITION                                       *
087100*****************************************************************
087200 5100-ONE-DISPOSITION.
087300     EXEC SQL
087400         FETCH CB045DSP
087500         INTO :CLPVEXTB-C-PRIV-EXC-NUM,
087600              :CLPVEXTB-C-OPER-ID,
087700              :CLPVEXTB-C-ACC-DT,
087800              :CLPVEXTB-C-FLAG-TY-CD,
087900              :CLPVEXTB-C-WATCH-TY-CD,
088000              :CLPVEXTB-C-DISP-CD,
088100              :CLPVEXTB-C-DISP-USER-ID,
088200              :CLPVEXTB-C-DISP-TS,
088300              :CLPVEXTB-C-DISP-NOTE-TX
088400     END-EXEC.
088500     EVALUATE SQLCODE
088600       WHEN 0
088700         ADD 1                   TO WB-0045-DISP-CNT
088800       WHEN 100
088900         SET WB-0045-EOF         TO TRUE
089000         GO TO 5100-ONE-DISPOSITION-EXIT
089100       WHEN OTHER
089200         GO TO 9999-SQL-ERROR
089300     END-EVALUATE.
089400     MOVE CLPVEXTB-C-PRIV-EXC-NUM TO WB-0045-FLAG-NUM.
089500     MOVE WB-0045-FLAG-NUM       TO RL-0045-D-NUM.
089600     MOVE CLPVEXTB-C-OPER-ID     TO RL-0045-D-OPER.
089700     MOVE CLPVEXTB-C-ACC-DT      TO RL-0045-D-ACC-DT.
089800     PERFORM 4100-FLAG-TEXT
089900         THRU 4100-FLAG-TEXT-EXIT.
090000     MOVE WB-0045-FLAG-TX        TO RL-0045-D-FLAG-TX.
090100     EVALUATE TRUE
090200       WHEN CLPVEXTB-C-DISP-LEGITIMATE
090300         MOVE 'L-BUSINESS NEED'  TO RL-0045-D-DISP-TX
090400       WHEN CLPVEXTB-C-DISP-FALSE-POS
090500         MOVE 'F-FALSE POSITIVE' TO RL-0045-D-DISP-TX
090600       WHEN CLPVEXTB-C-DISP-COUNSELED
090700         MOVE 'E-COUNSELED'      TO RL-0045-D-DISP-TX
090800       WHEN CLPVEXTB-C-DISP-REFERRED
090900         MOVE 'R-REFERRED'       TO RL-0045-D-DISP-TX
091000       WHEN OTHER
091100         MOVE CLPVEXTB-C-DISP-CD TO RL-0045-D-DISP-TX
091200     END-EVALUATE.
091300     MOVE CLPVEXTB-C-DISP-USER-ID TO RL-0045-D-USER.
091400     MOVE CLPVEXTB-C-DISP-TS     TO RL-0045-D-DISP-DT.
091500     MOVE CLPVEXTB-C-DISP-NOTE-TX TO RL-0045-D-NOTE.
091600     WRITE RPTB045-REC FROM RL-0045-DISP-LINE
091700         AFTER ADVANCING 1 LINE.
091800 5100-ONE-DISPOSITION-EXIT.
091900     EXIT.
092000*****************************************************************
092100*    8000-FINALIZE - RUN COUNTS AND THE OPEN-FLAG AGING         *
092200*****************************************************************
092300 8000-FINALIZE.
092400     EXEC SQL COMMIT END-EXEC.
092500     MOVE SPACES                       TO RL-0045-C-NOTE.
092600     MOVE 'OPERATOR-DAYS SCORED'       TO RL-0045-C-LABEL.
092700     MOVE WB-0045-OPER-DAY-CNT         TO RL-0045-C-CNT.
092800     WRITE RPTB045-REC FROM RL-0045-COUNT-LINE
092900         AFTER ADVANCING 3 LINES.
093000     MOVE 'MEMBERS VIEWED (OPERATOR, DAY, MEMBER)'
093100                                       TO RL-0045-C-LABEL.
093200     MOVE WB-0045-MBR-VIEW-CNT         TO RL-0045-C-CNT.
093300     WRITE RPTB045-REC FROM RL-0045-COUNT-LINE
093400         AFTER ADVANCING 1 LINE.
093500     MOVE 'NEW FLAGS - HIGH VOLUME'    TO RL-0045-C-LABEL.
093600     MOVE WB-0045-VOL-CNT              TO RL-0045-C-CNT.
093700     WRITE RPTB045-REC FROM RL-0045-COUNT-LINE
093800         AFTER ADVANCING 2 LINES.
093900     MOVE 'NEW FLAGS - AFTER HOURS'    TO RL-0045-C-LABEL.
094000     MOVE WB-0045-AFTHR-CNT            TO RL-0045-C-CNT.
094100     WRITE RPTB045-REC FROM RL-0045-COUNT-LINE
094200         AFTER ADVANCING 1 LINE.
094300     MOVE 'NEW FLAGS - WATCH LIST'     TO RL-0045-C-LABEL.
094400     MOVE WB-0045-WATCH-CNT            TO RL-0045-C-CNT.
094500     WRITE RPTB045-REC FROM RL-0045-COUNT-LINE
094600         AFTER ADVANCING 1 LINE.
094700     MOVE 'NEW FLAGS - NO BUSINESS REASON'
094800                                       TO RL-0045-C-LABEL.
094900     MOVE WB-0045-NORSN-CNT            TO RL-0045-C-CNT.
095000     WRITE RPTB045-REC FROM RL-0045-COUNT-LINE
095100         AFTER ADVANCING 1 LINE.
095200     MOVE 'FLAGS ALREADY DISPOSITIONED, NOT RAISED'
095300                                       TO RL-0045-C-LABEL.
095400     MOVE WB-0045-KEPT-CNT             TO RL-0045-C-CNT.
095500     WRITE RPTB045-REC FROM RL-0045-COUNT-LINE
095600         AFTER ADVANCING 1 LINE.
095700     IF WB-0045-RERUN-CNT > ZERO
095800         MOVE 'OPEN FLAGS REPLACED BY THIS RUN'
095900                                       TO RL-0045-C-LABEL
096000         MOVE WB-0045-RERUN-CNT        TO RL-0045-C-CNT
096100         WRITE RPTB045-REC FROM RL-0045-COUNT-LINE
096200             AFTER ADVANCING 1 LINE
096300     END-IF.
096400     MOVE 'DISPOSITIONS RECORDED'      TO RL-0045-C-LABEL.
096500     MOVE WB-0045-DISP-CNT             TO RL-0045-C-CNT.
096600     WRITE RPTB045-REC FROM RL-0045-COUNT-LINE
096700         AFTER ADVANCING 2 LINES.
096800     MOVE 'OPEN FLAGS - ACCESS 0 TO 7 DAYS AGO'
096900                                       TO RL-0045-C-LABEL.
097000     MOVE WH-0045-AGE-1-CNT            TO RL-0045-C-CNT.
097100     WRITE RPTB045-REC FROM RL-0045-COUNT-LINE
097200         AFTER ADVANCING 2 LINES.
097300     MOVE 'OPEN FLAGS - ACCESS 8 TO 30 DAYS AGO'
097400                                       TO RL-0045-C-LABEL.
097500     MOVE WH-0045-AGE-2-CNT            TO RL-0045-C-CNT.
097600     WRITE RPTB045-REC FROM RL-0045-COUNT-LINE
097700         AFTER ADVANCING 1 LINE.
097800     MOVE 'OPEN FLAGS - ACCESS OVER 30 DAYS AGO'
097900                                       TO RL-0045-C-LABEL.
098000     MOVE WH-0045-AGE-3-CNT            TO RL-0045-C-CNT.
098100     IF WH-0045-AGE-3-CNT > ZERO
098200         MOVE SPACES                   TO RL-0045-C-NOTE
098300         STRING 'OLDEST ' WH-0045-OLDEST-DT
098400             DELIMITED BY SIZE INTO RL-0045-C-NOTE
098500     END-IF.
098600     WRITE RPTB045-REC FROM RL-0045-COUNT-LINE
098700         AFTER ADVANCING 1 LINE.
098800     CLOSE RPTB045-FILE.
098900 8000-FINALIZE-EXIT.
099000     EXIT.
099100*****************************************************************
099200*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP.  A RERUN *
099300*    REPLACES WHATEVER OPEN FLAGS WERE COMMITTED.               *
099400*****************************************************************
099500 9999-SQL-ERROR.
099600     DISPLAY 'PDDB0045 - SQL ERROR SCORING SCREEN ACCESS'.
099700     DISPLAY 'SQLCODE = ' SQLCODE.
099800     EXEC SQL ROLLBACK END-EXEC.
099900     MOVE 16 TO RETURN-CODE.
100000     CLOSE RPTB045-FILE.
100100     GOBACK.
