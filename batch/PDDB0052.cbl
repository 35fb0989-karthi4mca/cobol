000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0052.
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
001300*  10/15/26  ACS   NEW PROGRAM.  DAILY MEMBER ID CARD EXTRACT   *
001400*                  TO THE CARD VENDOR.  A MEMBER WHOSE          *
001500*                  ENROLLMENT CHANGED SINCE THE LAST RUN (FEED  *
001600*                  OR ELIGIBILITY SCREEN), OR WHOSE PHARMACY    *
001700*                  LOCK-IN STARTED OR ENDED, GETS A CARD WHEN   *
001800*                  WHAT IS PRINTED ON IT HAS CHANGED SINCE THE  *
001900*                  LAST CARD SENT - A NEW MEMBER, A NEW BIN,    *
002000*                  PCN OR GROUP, A NEW ID, NAME OR LANGUAGE, OR *
002100*                  A LOCK-IN ADDED, CHANGED OR REMOVED.  MEMBER *
002200*                  SERVICES REISSUES ARE READ FROM CARDRQIN.    *
002300*                  EVERY CARD IS KEPT ON C_CARD_REQ_TB; ONE THE *
002400*                  SAME AS A CARD SENT WITHIN THE DUPLICATE     *
002500*                  WINDOW IS NOT SENT AGAIN, AND ONE WHOSE      *
002600*                  ROUTING CANNOT BE RESOLVED IS LISTED INSTEAD *
002700*                  (RC 4).  CARDOUT IS REGISTERED ON THE        *
002800*                  OUTBOUND FILE MANIFEST (PDDS9006).  A RERUN  *
002900*                  FOR THE SAME DATE REPLACES THE DAY'S ROWS AND*
003000*                  USES THE SAME CHANGE WINDOW.                 *
003100*                                                               *
003200*****************************************************************
003300*                                                               *
003400*   CARDCHKP - THE CHANGE WINDOW.  THE TIMESTAMP AND BUSINESS   *
003500*   DATE OF THE LAST RUN AND OF THE RUN BEFORE IT.  A RUN       *
003600*   PICKS UP ENROLLMENT ROWS UPDATED AFTER THE LAST RUN AND     *
003700*   LOCK-INS STARTING AFTER, OR ENDING ON OR AFTER, ITS         *
003800*   BUSINESS DATE.  A RUN FOR THE SAME BUSINESS DATE AGAIN      *
003900*   USES THE WINDOW OF THE RUN BEFORE.  AN EMPTY CHECKPOINT     *
004000*   (THE FIRST RUN) TAKES EVERY MEMBER.                         *
004100*                                                               *
004200*   CARDRQIN - MEMBER SERVICES REISSUES, ONE PER MEMBER:        *
004300*   PARTITION (4 DIGITS), CARDHOLDER ID, 'Y' TO SEND EVEN       *
004400*   WITHIN THE DUPLICATE WINDOW, REQUESTING USER AND NOTE.      *
004500*   THE USER AND THE NOTE ARE REQUIRED.                         *
004600*                                                               *
004700*   THE CARD - PARTITION, CARDHOLDER, PATIENT ID, MEDICAID ID   *
004800*   AND LAST NAME FROM THE MEMBER'S CURRENT ENROLLMENT SPAN     *
004900*   (THE EARLIEST SPAN NOT ENDED BY THE BUSINESS DATE); BIN     *
005000*   AND HELP DESK FROM LIST 7545; PCN AND GROUP FROM THE        *
005100*   PARTITION'S EFFECTIVE PRODUCTION ROUTING (R_PCN_RTE_TB),    *
005200*   THE GROUP ACTIVE ON R_GROUP_DTL_TB; THE LOCK-IN PHARMACY    *
005300*   IN EFFECT; THE LANGUAGE, ENGLISH WHEN NOT GIVEN.  A MEMBER  *
005400*   WITH NO CURRENT SPAN, OR DECEASED, GETS NO CARD.            *
005500*                                                               *
005600*   LIST 7545 - ONE EFFECTIVE ROW PER CODE IN THE START LIMIT,  *
005700*   THE VALUE AT THE FRONT OF THE END LIMIT.                    *
005800*                                                               *
005900*      BIN    CARD BIN - MUST BE ON LIST 7575      (REQUIRED)   *
006000*      HELP   PHARMACY HELP DESK PHONE             (REQUIRED)   *
006100*      DDAY   DUPLICATE WINDOW IN DAYS, 3 DIGITS         30     *
006200*                                                               *
006300*****************************************************************
006400 ENVIRONMENT DIVISION.
006500 CONFIGURATION SECTION.
006600 SOURCE-COMPUTER.   IBM-370.
006700 OBJECT-COMPUTER.   IBM-370.
006800 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100     SELECT CARDCHKP-FILE ASSIGN TO CARDCHKP
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300     SELECT CARDRQIN-FILE ASSIGN TO CARDRQIN
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500     SELECT CARDOUT-FILE ASSIGN TO CARDOUT
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700     SELECT RPTB052-FILE ASSIGN TO RPTB052
007800         ORGANIZATION IS LINE SEQUENTIAL.
007900*****************************************************************
008000*  DATA DIVISION                                                *
008100*****************************************************************
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  CARDCHKP-FILE.
008500 01  CK-CHKPT-REC.
008600     05  CK-LAST-RUN-TS              PIC X(00026).
008700     05  CK-LAST-BUS-DT              PIC X(00010).
008800     05  CK-PRIOR-RUN-TS             PIC X(00026).
008900     05  CK-PRIOR-BUS-DT             PIC X(00010).
009000 FD  CARDRQIN-FILE.
009100 01  RQ-REISSUE-REC.
009200     05  RQ-CUST-PART-NUM            PIC X(00004).
009300     05  RQ-CUST-PART-NUM-9 REDEFINES RQ-CUST-PART-NUM
009400                                     PIC 9(00004).
009500     05  RQ-CRDHLDR-ID               PIC X(00020).
009600     05  RQ-FORCE-CD                 PIC X(00001).
009700         88  RQ-FORCE                VALUE 'Y'.
009800     05  RQ-USER-ID                  PIC X(00008).
009900     05  RQ-NOTE-TX                  PIC X(00040).
010000     05  FILLER                      PIC X(00007).
010100 FD  CARDOUT-FILE.
010200 01  CO-CARD-REC                     PIC X(00250).
010300 01  CO-HEADER-REC REDEFINES CO-CARD-REC.
010400     05  CO-HDR-REC-TY               PIC X(00003).
010500     05  CO-HDR-SENDER-ID            PIC X(00010).
010600     05  CO-HDR-BUS-DT               PIC X(00010).
010700     05  FILLER                      PIC X(00227).
010800 01  CO-DETAIL-REC REDEFINES CO-CARD-REC.
010900     05  CO-DTL-REC-TY               PIC X(00003).
011000     05  CO-DTL-REQ-NUM              PIC 9(00009).
011100     05  CO-DTL-RSN-CD               PIC X(00001).
011200     05  CO-DTL-CUST-PART-NUM        PIC 9(00004).
011300     05  CO-DTL-CRDHLDR-ID           PIC X(00020).
011400     05  CO-DTL-PAT-ID-CD            PIC X(00002).
011500     05  CO-DTL-PAT-ID               PIC X(00020).
011600     05  CO-DTL-MCAID-ID             PIC X(00020).
011700     05  CO-DTL-LAST-NAM             PIC X(00015).
011800     05  CO-DTL-BIN-NUM              PIC X(00006).
011900     05  CO-DTL-PRCS-NUM             PIC X(00010).
012000     05  CO-DTL-GROUP-ID             PIC X(00015).
012100     05  CO-DTL-HELP-PHONE           PIC X(00015).
012200     05  CO-DTL-LANG-CD              PIC X(00003).
012300     05  CO-DTL-LOCKIN-PROV-ID       PIC X(00015).
012400     05  CO-DTL-LOCKIN-PROV-NAM      PIC X(00030).
012500     05  FILLER                      PIC X(00062).
012600 01  CO-TRAILER-REC REDEFINES CO-CARD-REC.
012700     05  CO-TRL-REC-TY               PIC X(00003).
012800     05  CO-TRL-REC-CNT              PIC 9(00009).
012900     05  FILLER                      PIC X(00238).
013000 FD  RPTB052-FILE
013100     RECORDING MODE IS F.
013200 01  RPTB052-REC                     PIC X(00133).
013300*****************************************************************
013400*  WORKING-STORAGE SECTION                                     *
013500*****************************************************************
013600 WORKING-STORAGE SECTION.
013700 77  WB-0052-EOF-SW                  PIC X(00001) VALUE 'N'.
013800     88  WB-0052-EOF                 VALUE 'Y'.
013900 77  WB-0052-ENRL-SW                 PIC X(00001) VALUE 'N'.
014000     88  WB-0052-ENROLLED            VALUE 'Y'.
014100 77  WB-0052-ROUTE-SW                PIC X(00001) VALUE 'N'.
014200     88  WB-0052-ROUTED              VALUE 'Y'.
014300 77  WB-0052-PRV-SW                  PIC X(00001) VALUE 'N'.
014400     88  WB-0052-PRV-CARD            VALUE 'Y'.
014500 77  WB-0052-HDG-SW                  PIC X(00001) VALUE 'N'.
014600     88  WB-0052-HDG-DONE            VALUE 'Y'.
014700 77  WB-0052-NOT-ISS-TX              PIC X(00040) VALUE SPACES.
014800 77  WB-0052-MBR-CNT                 PIC S9(00009) COMP-3
014900                                     VALUE ZERO.
015000 77  WB-0052-NENRL-CNT               PIC S9(00009) COMP-3
015100                                     VALUE ZERO.
015200 77  WB-0052-SAME-CNT                PIC S9(00009) COMP-3
015300                                     VALUE ZERO.
015400 77  WB-0052-NEW-CNT                 PIC S9(00009) COMP-3
015500                                     VALUE ZERO.
015600 77  WB-0052-GRP-CNT                 PIC S9(00009) COMP-3
015700                                     VALUE ZERO.
015800 77  WB-0052-IDNT-CNT                PIC S9(00009) COMP-3
015900                                     VALUE ZERO.
016000 77  WB-0052-LKIN-CNT                PIC S9(00009) COMP-3
016100                                     VALUE ZERO.
016200 77  WB-0052-RQST-CNT                PIC S9(00009) COMP-3
016300                                     VALUE ZERO.
016400 77  WB-0052-RQRJ-CNT                PIC S9(00009) COMP-3
016500                                     VALUE ZERO.
016600 77  WB-0052-DUP-CNT                 PIC S9(00009) COMP-3
016700                                     VALUE ZERO.
016800 77  WB-0052-NISS-CNT                PIC S9(00009) COMP-3
016900                                     VALUE ZERO.
017000 77  WB-0052-SENT-CNT                PIC S9(00009) COMP-3
017100                                     VALUE ZERO.
017200*    CARD SETTINGS (LIST 7545).
017300 01  WB-0052-PARMS.
017400     05  WB-0052-BIN-NUM             PIC X(00006) VALUE SPACES.
017500     05  WB-0052-HELP-PHONE          PIC X(00015) VALUE SPACES.
017600     05  WB-0052-DUP-DAYS            PIC S9(00004) COMP VALUE +30.
017700 01  WB-0052-LIST-VAL.
017800     05  WB-0052-VAL-TX              PIC X(00003).
017900     05  WB-0052-VAL-NUM REDEFINES WB-0052-VAL-TX
018000                                     PIC 9(00003).
018100     05  FILLER                      PIC X(00007).
018200*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
018300     COPY WKC90040.
018400*    OUTBOUND FILE MANIFEST - SHARED PDDS9006 ROUTINE.
018500     COPY WKC90060.
018600*****************************************************************
018700*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CURSORS             *
018800*****************************************************************
018900     EXEC SQL INCLUDE SQLCA END-EXEC.
019000     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
019100     COPY CLCRDRTB.
019200 01  WH-0052-HOST-VARS.
019300     05  WH-0052-BUS-DT              PIC X(00010).
019400     05  WH-0052-NOW-TS              PIC X(00026).
019500     05  WH-0052-FROM-TS             PIC X(00026).
019600     05  WH-0052-FROM-DT             PIC X(00010).
019700     05  WH-0052-LIST-CD             PIC X(00010).
019800     05  WH-0052-LIST-VAL            PIC X(00010).
019900     05  WH-0052-BIN-LMT             PIC X(00010).
020000     05  WH-0052-DUP-DAYS            PIC S9(00004) COMP.
020100     05  WH-0052-ROW-CNT             PIC S9(00009) COMP.
020200     05  WH-0052-DOD-DT              PIC X(00010).
020300     05  WH-0052-PROV-NAM            PIC X(00030).
020400     05  WH-0052-LST-PAT-ID-CD       PIC X(00002).
020500     05  WH-0052-LST-PAT-ID          PIC X(00020).
020600     05  WH-0052-LST-MCAID-ID        PIC X(00020).
020700     05  WH-0052-LST-LAST-NAM        PIC X(00015).
020800     05  WH-0052-LST-LANG-CD         PIC X(00003).
020900     05  WH-0052-LST-BIN-NUM         PIC X(00006).
021000     05  WH-0052-LST-PRCS-NUM        PIC X(00010).
021100     05  WH-0052-LST-GROUP-ID        PIC X(00015).
021200     05  WH-0052-LST-LOCKIN-PROV-ID  PIC X(00015).
021300     EXEC SQL END DECLARE SECTION END-EXEC.
021400*    THE CARD SETTINGS.
021500     EXEC SQL
021600         DECLARE B0052PRM CURSOR FOR
021700         SELECT G_LIST_STRT_LMT, G_LIST_END_LMT
021800           FROM G_LIST_DTL_TB
021900          WHERE G_LIST_SUBSYS_CD   = 'C'
022000            AND G_LIST_NUM         = '7545'
022100            AND G_LIST_EFF_STRT_DT <= TO_DATE(:WH-0052-BUS-DT,
022200                                              'YYYY-MM-DD')
022300            AND G_LIST_EFF_END_DT  >= TO_DATE(:WH-0052-BUS-DT,
022400                                              'YYYY-MM-DD')
022500     END-EXEC.
022600*    MEMBERS TOUCHED IN THE CHANGE WINDOW - ENROLLMENT ROWS
022700*    UPDATED BY THE FEED OR ON THE SCREEN, AND LOCK-INS STARTING
022800*    OR ENDING.
022900     EXEC SQL
023000         DECLARE CB052 CURSOR FOR
023100         SELECT R_CUST_PART_NUM, B_CRDHLDR_ID
023200           FROM R_MBR_ELIG_TB
023300          WHERE (B_UPD_TS     > :WH-0052-FROM-TS
023400             AND B_UPD_TS     <= :WH-0052-NOW-TS)
023500             OR (B_MAN_UPD_TS > :WH-0052-FROM-TS
023600             AND B_MAN_UPD_TS <= :WH-0052-NOW-TS)
023700         UNION
023800         SELECT R_CUST_PART_NUM, C_CRDHLDR_ID
023900           FROM C_MBR_LOCKIN_TB
024000          WHERE (C_LOCKIN_BEG_DT >  :WH-0052-FROM-DT
024100             AND C_LOCKIN_BEG_DT <= :WH-0052-BUS-DT)
024200             OR (C_LOCKIN_END_DT >= :WH-0052-FROM-DT
024300             AND C_LOCKIN_END_DT <  :WH-0052-BUS-DT)
024400          ORDER BY 1, 2
024500     END-EXEC.
024600*****************************************************************
024700*  REPORT LINE LAYOUTS                                         *
024800*****************************************************************
024900 01  RL-0052-HDG1.
025000     05  FILLER                      PIC X(00001) VALUE SPACE.
025100     05  FILLER                      PIC X(00050) VALUE
025200         'PDDB0052 - MEMBER ID CARD EXTRACT'.
025300     05  FILLER                      PIC X(00016)
025400                                     VALUE 'BUSINESS DATE '.
025500     05  RL-0052-H-BUS-DT            PIC X(00010).
025600 01  RL-0052-HDG2.
025700     05  FILLER                      PIC X(00001) VALUE SPACE.
025800     05  FILLER                      PIC X(00050) VALUE
025900         'CARDS NOT ISSUED AND REISSUES REJECTED'.
026000 01  RL-0052-HDG3.
026100     05  FILLER                      PIC X(00001) VALUE SPACE.
026200     05  FILLER                      PIC X(00006) VALUE 'PART'.
026300     05  FILLER                      PIC X(00022)
026400                                     VALUE 'CARDHOLDER'.
026500     05  FILLER                      PIC X(00004) VALUE 'RSN'.
026600     05  FILLER                      PIC X(00010) VALUE 'USER'.
026700     05  FILLER                      PIC X(00040) VALUE 'REASON'.
026800 01  RL-0052-DTL-LINE.
026900     05  FILLER                      PIC X(00001) VALUE SPACE.
027000     05  RL-0052-D-CUST-PART-NUM     PIC X(00004).
027100     05  FILLER                      PIC X(00002) VALUE SPACES.
027200     05  RL-0052-D-CRDHLDR-ID        PIC X(00020).
027300     05  FILLER                      PIC X(00002) VALUE SPACES.
027400     05  RL-0052-D-RSN-CD            PIC X(00001).
027500     05  FILLER                      PIC X(00003) VALUE SPACES.
027600     05  RL-0052-D-USER-ID           PIC X(00008).
027700     05  FILLER                      PIC X(00002) VALUE SPACES.
027800     05  RL-0052-D-RSN-TX            PIC X(00040).
027900 01  RL-0052-COUNT-LINE.
028000     05  FILLER                      PIC X(00001) VALUE SPACE.
028100     05  RL-0052-C-LABEL             PIC X(00034).
028200     05  RL-0052-C-CNT               PIC ZZZ,ZZZ,ZZ9.
028300*****************************************************************
028400*  PROCEDURE DIVISION                                          *
028500*****************************************************************
028600 PROCEDURE DIVISION.
028700 0000-MAINLINE.
028800     PERFORM 1000-INITIALIZE
028900         THRU 1000-INITIALIZE-EXIT.
029000     PERFORM 1100-LOAD-PARMS
029100         THRU 1100-LOAD-PARMS-EXIT.
029200     PERFORM 2000-ONE-REISSUE
029300         THRU 2000-ONE-REISSUE-EXIT
029400         UNTIL WB-0052-EOF.
029500     MOVE 'N'                    TO WB-0052-EOF-SW.
029600     EXEC SQL
029700         OPEN CB052
029800     END-EXEC.
029900     IF SQLCODE NOT = 0
030000         GO TO 9999-SQL-ERROR
030100     END-IF.
030200     PERFORM 3000-ONE-MEMBER
030300         THRU 3000-ONE-MEMBER-EXIT
030400         UNTIL WB-0052-EOF.
030500     EXEC SQL
030600         CLOSE CB052
030700     END-EXEC.
030800     PERFORM 8000-FINALIZE
030900         THRU 8000-FINALIZE-EXIT.
031000     GOBACK.
031100*****************************************************************
031200*    1000-INITIALIZE - THE BUSINESS DAY, THE CHANGE WINDOW,     *
031300*    THE RERUN CLEAR-DOWN AND THE FILE HEADER                   *
031400*****************************************************************
031500 1000-INITIALIZE.
031600     MOVE 'PDDB0052'             TO WK-9004-PGM-ID.
031700     MOVE SPACES                 TO WK-9004-OVRD-DT.
031800     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
031900     IF WK-9004-NO-BUS-DT
032000         DISPLAY 'PDDB0052 - NO BUSINESS PROCESSING DATE'
032100         MOVE 16 TO RETURN-CODE
032200         GOBACK
032300     END-IF.
032400     MOVE WK-9004-BUS-DT         TO WH-0052-BUS-DT
032500                                    RL-0052-H-BUS-DT.
032600     OPEN INPUT CARDCHKP-FILE.
032700     READ CARDCHKP-FILE
032800         AT END
032900             MOVE '0001-01-01-00.00.00.000000'
033000                  TO CK-LAST-RUN-TS CK-PRIOR-RUN-TS
033100             MOVE '0001-01-01'
033200                  TO CK-LAST-BUS-DT CK-PRIOR-BUS-DT
033300     END-READ.
033400     CLOSE CARDCHKP-FILE.
033500*    A SECOND RUN FOR THE DAY TAKES THE WINDOW THE FIRST ONE HAD.
033600     IF CK-LAST-BUS-DT = WH-0052-BUS-DT
033700         MOVE CK-PRIOR-RUN-TS    TO WH-0052-FROM-TS
033800         MOVE CK-PRIOR-BUS-DT    TO WH-0052-FROM-DT
033900     ELSE
034000         MOVE CK-LAST-RUN-TS     TO WH-0052-FROM-TS
034100         MOVE CK-LAST-BUS-DT     TO WH-0052-FROM-DT
034200     END-IF.
034300     EXEC SQL
034400         SELECT TO_CHAR(CURRENT_TIMESTAMP,
034500                        'YYYY-MM-DD-HH24.MI.SS.FF6')
034600           INTO :WH-0052-NOW-TS
034700           FROM DUAL
034800     END-EXEC.
034900     IF SQLCODE NOT = 0
035000         GO TO 9999-SQL-ERROR
035100     END-IF.
035200     OPEN INPUT  CARDRQIN-FILE.
035300     OPEN OUTPUT CARDOUT-FILE
035400                 RPTB052-FILE.
035500     WRITE RPTB052-REC FROM RL-0052-HDG1
035600         BEFORE ADVANCING TO-NEW-PAGE.
035700*    A RERUN REPLACES WHAT AN EARLIER RUN RECORDED FOR THE DAY.
035800     EXEC SQL
035900         DELETE FROM C_CARD_REQ_TB
036000          WHERE G_BUS_DT = :WH-0052-BUS-DT
036100     END-EXEC.
036200     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
036300         GO TO 9999-SQL-ERROR
036400     END-IF.
036500     MOVE SPACES                 TO CO-CARD-REC.
036600     MOVE 'HDR'                  TO CO-HDR-REC-TY.
036700     MOVE 'PDDPHARMCY'           TO CO-HDR-SENDER-ID.
036800     MOVE WH-0052-BUS-DT         TO CO-HDR-BUS-DT.
036900     WRITE CO-CARD-REC.
037000 1000-INITIALIZE-EXIT.
037100     EXIT.
037200*****************************************************************
037300*    1100-LOAD-PARMS - LIST 7545.  THE BIN MUST BE ONE THE      *
037400*    CLAIM EDIT ACCEPTS (LIST 7575) AND THE HELP DESK IS        *
037500*    REQUIRED; A CARD CANNOT BE PRINTED WITHOUT EITHER.         *
037600*****************************************************************
037700 1100-LOAD-PARMS.
037800     EXEC SQL
037900         OPEN B0052PRM
038000     END-EXEC.
038100     IF SQLCODE NOT = 0
038200         GO TO 9999-SQL-ERROR
038300     END-IF.
038400     PERFORM 1110-ONE-PARM
038500         THRU 1110-ONE-PARM-EXIT
038600         UNTIL WB-0052-EOF.
038700     EXEC SQL
038800         CLOSE B0052PRM
038900     END-EXEC.
039000     MOVE 'N'                    TO WB-0052-EOF-SW.
039100     IF WB-0052-HELP-PHONE = SPACES
039200         DISPLAY 'PDDB0052 - LIST 7545 HELP NOT SET'
039300         GO TO 9000-PARM-ERROR
039400     END-IF.
039500     IF WB-0052-BIN-NUM = SPACES
039600         DISPLAY 'PDDB0052 - LIST 7545 BIN NOT SET'
039700         GO TO 9000-PARM-ERROR
039800     END-IF.
039900     MOVE WB-0052-BIN-NUM        TO WH-0052-BIN-LMT.
040000     EXEC SQL
040100         SELECT COUNT(*)
040200           INTO :WH-0052-ROW-CNT
040300           FROM G_LIST_DTL_TB
040400          WHERE G_LIST_SUBSYS_CD   = 'C'
040500            AND G_LIST_NUM         = '7575'
040600            AND G_LIST_STRT_LMT    <= :WH-0052-BIN-LMT
040700            AND G_LIST_END_LMT     >= :WH-0052-BIN-LMT
040800            AND G_LIST_EFF_STRT_DT <= TO_DATE(:WH-0052-BUS-DT,
040900                                              'YYYY-MM-DD')
041000            AND G_LIST_EFF_END_DT  >= TO_DATE(:WH-0052-BUS-DT,
041100                                              'YYYY-MM-DD')
041200     END-EXEC.
041300     IF SQLCODE NOT = 0
041400         GO TO 9999-SQL-ERROR
041500     END-IF.
041600     IF WH-0052-ROW-CNT = 0
041700         DISPLAY 'PDDB0052 - LIST 7545 BIN ' WB-0052-BIN-NUM
041800                 ' NOT ON LIST 7575'
041900         GO TO 9000-PARM-ERROR
042000     END-IF.
042100     MOVE WB-0052-DUP-DAYS       TO WH-0052-DUP-DAYS.
042200 1100-LOAD-PARMS-EXIT.
042300     EXIT.
042400*****************************************************************
042500*    1110-ONE-PARM                                              *
042600*****************************************************************
042700 1110-ONE-PARM.
042800     EXEC SQL
042900         FETCH B0052PRM
043000         INTO :WH-0052-LIST-CD,
043100              :WH-0052-LIST-VAL
043200     END-EXEC.
043300     EVALUATE SQLCODE
043400       WHEN 0
043500         CONTINUE
043600       WHEN 100
043700         SET WB-0052-EOF         TO TRUE
043800         GO TO 1110-ONE-PARM-EXIT
043900       WHEN OTHER
044000         GO TO 9999-SQL-ERROR
044100     END-EVALUATE.
044200     MOVE WH-0052-LIST-VAL       TO WB-0052-LIST-VAL.
044300     EVALUATE WH-0052-LIST-CD
044400       WHEN 'BIN'
044500         MOVE WH-0052-LIST-VAL   TO WB-0052-BIN-NUM
044600       WHEN 'HELP'
044700         MOVE WH-0052-LIST-VAL   TO WB-0052-HELP-PHONE
044800       WHEN 'DDAY'
044900         IF WB-0052-VAL-TX NUMERIC
045000             MOVE WB-0052-VAL-NUM TO WB-0052-DUP-DAYS
045100         ELSE
045200             DISPLAY 'PDDB0052 - LIST 7545 DDAY NOT NUMERIC, '
045300                     'DEFAULT USED'
045400         END-IF
045500       WHEN OTHER
045600         DISPLAY 'PDDB0052 - LIST 7545 CODE NOT KNOWN: '
045700                 WH-0052-LIST-CD
045800     END-EVALUATE.
045900 1110-ONE-PARM-EXIT.
046000     EXIT.
046100*****************************************************************
046200*    2000-ONE-REISSUE - A MEMBER SERVICES REQUEST.  A REQUEST   *
046300*    WITHOUT A USER OR NOTE, OR FOR A MEMBER NOT ENROLLED, IS   *
046400*    LISTED AND NOT KEPT.                                       *
046500*****************************************************************
046600 2000-ONE-REISSUE.
046700     READ CARDRQIN-FILE
046800         AT END
046900             SET WB-0052-EOF     TO TRUE
047000             GO TO 2000-ONE-REISSUE-EXIT
047100     END-READ.
047200     ADD 1                       TO WB-0052-RQST-CNT.
047300     MOVE SPACES                 TO WB-0052-NOT-ISS-TX.
047400     EVALUATE TRUE
047500       WHEN RQ-CUST-PART-NUM NOT NUMERIC
047600         MOVE 'PARTITION NOT NUMERIC' TO WB-0052-NOT-ISS-TX
047700       WHEN RQ-CRDHLDR-ID = SPACES
047800         MOVE 'NO CARDHOLDER ID'      TO WB-0052-NOT-ISS-TX
047900       WHEN RQ-USER-ID = SPACES
048000         MOVE 'NO REQUESTING USER'    TO WB-0052-NOT-ISS-TX
048100       WHEN RQ-NOTE-TX = SPACES
048200         MOVE 'NO REASON NOTE'        TO WB-0052-NOT-ISS-TX
048300     END-EVALUATE.
048400     IF WB-0052-NOT-ISS-TX NOT = SPACES
048500         GO TO 2000-REJECT
048600     END-IF.
048700     MOVE RQ-CUST-PART-NUM-9     TO CLCRDRTB-R-CUST-PART-NUM.
048800     MOVE RQ-CRDHLDR-ID          TO CLCRDRTB-B-CRDHLDR-ID.
048900     PERFORM 4000-BUILD-CARD
049000         THRU 4000-BUILD-CARD-EXIT.
049100     IF NOT WB-0052-ENROLLED
049200         MOVE 'MEMBER NOT CURRENTLY ENROLLED'
049300                                 TO WB-0052-NOT-ISS-TX
049400         GO TO 2000-REJECT
049500     END-IF.
049600     MOVE 'R'                    TO CLCRDRTB-C-CARD-RSN-CD.
049700     MOVE RQ-USER-ID             TO CLCRDRTB-C-RQST-USER-ID.
049800     MOVE RQ-NOTE-TX             TO CLCRDRTB-C-RQST-NOTE-TX.
049900     IF NOT WB-0052-ROUTED
050000         PERFORM 5000-ISSUE-CARD
050100             THRU 5000-ISSUE-CARD-EXIT
050200         GO TO 2000-ONE-REISSUE-EXIT
050300     END-IF.
050400     IF NOT RQ-FORCE
050500         PERFORM 4200-DUP-CHECK
050600             THRU 4200-DUP-CHECK-EXIT
050700     END-IF.
050800     PERFORM 5000-ISSUE-CARD
050900         THRU 5000-ISSUE-CARD-EXIT.
051000     GO TO 2000-ONE-REISSUE-EXIT.
051100 2000-REJECT.
051200     ADD 1                       TO WB-0052-RQRJ-CNT.
051300     MOVE RQ-CUST-PART-NUM       TO RL-0052-D-CUST-PART-NUM.
051400     MOVE RQ-CRDHLDR-ID          TO RL-0052-D-CRDHLDR-ID.
051500     MOVE 'R'                    TO RL-0052-D-RSN-CD.
051600     MOVE RQ-USER-ID             TO RL-0052-D-USER-ID.
051700     MOVE WB-0052-NOT-ISS-TX     TO RL-0052-D-RSN-TX.
051800     PERFORM 6000-LIST-LINE
051900         THRU 6000-LIST-LINE-EXIT.
052000 2000-ONE-REISSUE-EXIT.
052100     EXIT.
052200*****************************************************************
052300*    3000-ONE-MEMBER - A MEMBER TOUCHED IN THE CHANGE WINDOW.   *
052400*    THE CARD IS COMPARED WITH THE LAST ONE SENT; THE FIRST     *
052500*    DIFFERENCE FOUND IS THE REASON.                            *
052600*****************************************************************
052700 3000-ONE-MEMBER.
052800     EXEC SQL
052900         FETCH CB052
053000         INTO :CLCRDRTB-R-CUST-PART-NUM,
053100              :CLCRDRTB-B-CRDHLDR-ID
053200     END-EXEC.
053300     EVALUATE SQLCODE
053400       WHEN 0
053500         CONTINUE
053600       WHEN 100
053700         SET WB-0052-EOF         TO TRUE
053800         GO TO 3000-ONE-MEMBER-EXIT
053900       WHEN OTHER
054000         GO TO 9999-SQL-ERROR
054100     END-EVALUATE.
054200     ADD 1                       TO WB-0052-MBR-CNT.
054300     PERFORM 4000-BUILD-CARD
054400         THRU 4000-BUILD-CARD-EXIT.
054500     IF NOT WB-0052-ENROLLED
054600         ADD 1                   TO WB-0052-NENRL-CNT
054700         GO TO 3000-ONE-MEMBER-EXIT
054800     END-IF.
054900     MOVE 'PDDB0052'             TO CLCRDRTB-C-RQST-USER-ID.
055000     MOVE SPACES                 TO CLCRDRTB-C-RQST-NOTE-TX.
055100     PERFORM 4100-LAST-CARD
055200         THRU 4100-LAST-CARD-EXIT.
055300     EVALUATE TRUE
055400       WHEN NOT WB-0052-PRV-CARD
055500         MOVE 'N'                TO CLCRDRTB-C-CARD-RSN-CD
055600       WHEN WH-0052-LST-BIN-NUM   NOT = CLCRDRTB-C-CARD-BIN-NUM
055700         OR WH-0052-LST-PRCS-NUM  NOT = CLCRDRTB-C-PRCS-NUM
055800         OR WH-0052-LST-GROUP-ID  NOT = CLCRDRTB-R-GROUP-ID
055900         MOVE 'G'                TO CLCRDRTB-C-CARD-RSN-CD
056000       WHEN WH-0052-LST-PAT-ID-CD NOT = CLCRDRTB-B-PAT-ID-CD
056100         OR WH-0052-LST-PAT-ID    NOT = CLCRDRTB-B-PAT-ID
056200         OR WH-0052-LST-MCAID-ID  NOT = CLCRDRTB-B-MCAID-ID
056300         OR WH-0052-LST-LAST-NAM  NOT = CLCRDRTB-B-LAST-NAM
056400         OR WH-0052-LST-LANG-CD   NOT = CLCRDRTB-B-LANG-CD
056500         MOVE 'I'                TO CLCRDRTB-C-CARD-RSN-CD
056600       WHEN WH-0052-LST-LOCKIN-PROV-ID
056700                                 NOT = CLCRDRTB-C-LOCKIN-PROV-ID
056800         MOVE 'L'                TO CLCRDRTB-C-CARD-RSN-CD
056900       WHEN OTHER
057000         ADD 1                   TO WB-0052-SAME-CNT
057100         GO TO 3000-ONE-MEMBER-EXIT
057200     END-EVALUATE.
057300     IF WB-0052-ROUTED
057400         PERFORM 4200-DUP-CHECK
057500             THRU 4200-DUP-CHECK-EXIT
057600     END-IF.
057700     PERFORM 5000-ISSUE-CARD
057800         THRU 5000-ISSUE-CARD-EXIT.
057900 3000-ONE-MEMBER-EXIT.
058000     EXIT.
058100*****************************************************************
058200*    4000-BUILD-CARD - WHAT WOULD BE PRINTED FOR THE MEMBER     *
058300*    TODAY.  A ROUTING THAT CANNOT BE RESOLVED MARKS THE CARD   *
058400*    NOT ISSUED, WITH THE REASON.                               *
058500*****************************************************************
058600 4000-BUILD-CARD.
058700     MOVE 'N'                    TO WB-0052-ENRL-SW
058800                                    WB-0052-ROUTE-SW.
058900     MOVE 'S'                    TO CLCRDRTB-C-CARD-STAT-CD.
059000     MOVE SPACES                 TO CLCRDRTB-C-STAT-RSN-TX
059100                                    CLCRDRTB-C-PRCS-NUM
059200                                    CLCRDRTB-R-GROUP-ID
059300                                    CLCRDRTB-C-LOCKIN-PROV-ID
059400                                    WH-0052-PROV-NAM.
059500     MOVE WH-0052-BUS-DT         TO CLCRDRTB-G-BUS-DT.
059600     MOVE WB-0052-BIN-NUM        TO CLCRDRTB-C-CARD-BIN-NUM.
059700     EXEC SQL
059800         SELECT B_PAT_ID_CD, B_PAT_ID, NVL(B_MCAID_ID, ' '),
059900                B_LAST_NAM, NVL(B_LANG_CD, ' '),
060000                NVL(B_DOD_DT, ' ')
060100           INTO :CLCRDRTB-B-PAT-ID-CD,
060200                :CLCRDRTB-B-PAT-ID,
060300                :CLCRDRTB-B-MCAID-ID,
060400                :CLCRDRTB-B-LAST-NAM,
060500                :CLCRDRTB-B-LANG-CD,
060600                :WH-0052-DOD-DT
060700           FROM R_MBR_ELIG_TB
060800          WHERE R_CUST_PART_NUM = :CLCRDRTB-R-CUST-PART-NUM
060900            AND B_CRDHLDR_ID    = :CLCRDRTB-B-CRDHLDR-ID
061000            AND B_ELIG_END_DT  >= :WH-0052-BUS-DT
061100            AND B_ELIG_BEG_DT   =
061200                (SELECT MIN(B_ELIG_BEG_DT)
061300                   FROM R_MBR_ELIG_TB
061400                  WHERE R_CUST_PART_NUM =
061500                            :CLCRDRTB-R-CUST-PART-NUM
061600                    AND B_CRDHLDR_ID    = :CLCRDRTB-B-CRDHLDR-ID
061700                    AND B_ELIG_END_DT  >= :WH-0052-BUS-DT)
061800            AND ROWNUM = 1
061900     END-EXEC.
062000     EVALUATE SQLCODE
062100       WHEN 0
062200         CONTINUE
062300       WHEN 100
062400         GO TO 4000-BUILD-CARD-EXIT
062500       WHEN OTHER
062600         GO TO 9999-SQL-ERROR
062700     END-EVALUATE.
062800     IF WH-0052-DOD-DT NOT = SPACES
062900     AND WH-0052-DOD-DT NOT > WH-0052-BUS-DT
063000         GO TO 4000-BUILD-CARD-EXIT
063100     END-IF.
063200     SET WB-0052-ENROLLED        TO TRUE.
063300     IF CLCRDRTB-B-LANG-CD = SPACES
063400         MOVE 'ENG'              TO CLCRDRTB-B-LANG-CD
063500     END-IF.
063600*    THE LOCK-IN PHARMACY IN EFFECT, IF ANY.
063700     EXEC SQL
063800         SELECT L.C_LOCKIN_PROV_ID, NVL(P.C_PROV_NAM, ' ')
063900           INTO :CLCRDRTB-C-LOCKIN-PROV-ID,
064000                :WH-0052-PROV-NAM
064100           FROM C_MBR_LOCKIN_TB L
064200           LEFT OUTER JOIN C_PROV_MSTR_TB P
064300             ON P.C_PROV_ID = L.C_LOCKIN_PROV_ID
064400          WHERE L.R_CUST_PART_NUM  = :CLCRDRTB-R-CUST-PART-NUM
064500            AND L.C_CRDHLDR_ID     = :CLCRDRTB-B-CRDHLDR-ID
064600            AND L.C_LOCKIN_BEG_DT <= :WH-0052-BUS-DT
064700            AND L.C_LOCKIN_END_DT >= :WH-0052-BUS-DT
064800            AND L.C_LOCKIN_PROV_ID > ' '
064900            AND ROWNUM = 1
065000     END-EXEC.
065100     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
065200         GO TO 9999-SQL-ERROR
065300     END-IF.
065400     IF SQLCODE = 100
065500         MOVE SPACES             TO CLCRDRTB-C-LOCKIN-PROV-ID
065600                                    WH-0052-PROV-NAM
065700     END-IF.
065800*    THE PARTITION'S PRODUCTION PCN AND DEFAULT GROUP.
065900     EXEC SQL
066000         SELECT C_PRCS_NUM, NVL(R_DFLT_GROUP_ID, ' ')
066100           INTO :CLCRDRTB-C-PRCS-NUM,
066200                :CLCRDRTB-R-GROUP-ID
066300           FROM R_PCN_RTE_TB
066400          WHERE R_CUST_PART_NUM = :CLCRDRTB-R-CUST-PART-NUM
066500            AND C_ENV_CLASS_CD  = 'P'
066600            AND C_PCN_BEG_DT   <= :WH-0052-BUS-DT
066700            AND C_PCN_END_DT   >= :WH-0052-BUS-DT
066800            AND ROWNUM = 1
066900     END-EXEC.
067000     EVALUATE SQLCODE
067100       WHEN 0
067200         CONTINUE
067300       WHEN 100
067400         MOVE SPACES             TO CLCRDRTB-C-PRCS-NUM
067500                                    CLCRDRTB-R-GROUP-ID
067600         MOVE 'NO PRODUCTION PCN FOR PARTITION'
067700                                 TO CLCRDRTB-C-STAT-RSN-TX
067800         GO TO 4000-NOT-ISSUED
067900       WHEN OTHER
068000         GO TO 9999-SQL-ERROR
068100     END-EVALUATE.
068200     IF CLCRDRTB-R-GROUP-ID = SPACES
068300         MOVE 'NO DEFAULT GROUP ON PCN ROUTING'
068400                                 TO CLCRDRTB-C-STAT-RSN-TX
068500         GO TO 4000-NOT-ISSUED
068600     END-IF.
068700     EXEC SQL
068800         SELECT COUNT(*)
068900           INTO :WH-0052-ROW-CNT
069000           FROM R_GROUP_DTL_TB
069100          WHERE R_CUST_PART_NUM = :CLCRDRTB-R-CUST-PART-NUM
069200            AND R_GROUP_ID      = :CLCRDRTB-R-GROUP-ID
069300            AND R_GRP_BEG_DT   <= TO_DATE(:WH-0052-BUS-DT,
069400                                          'YYYY-MM-DD')
069500            AND R_GRP_END_DT   >= TO_DATE(:WH-0052-BUS-DT,
069600                                          'YYYY-MM-DD')
069700     END-EXEC.
069800     IF SQLCODE NOT = 0
069900         GO TO 9999-SQL-ERROR
070000     END-IF.
070100     IF WH-0052-ROW-CNT = 0
070200         MOVE 'GROUP NOT ACTIVE ON R_GROUP_DTL_TB'
070300                                 TO CLCRDRTB-C-STAT-RSN-TX
070400         GO TO 4000-NOT-ISSUED
070500     END-IF.
070600     SET WB-0052-ROUTED          TO TRUE.
070700     GO TO 4000-BUILD-CARD-EXIT.
070800 4000-NOT-ISSUED.
070900     MOVE 'X'                    TO CLCRDRTB-C-CARD-STAT-CD.
071000 4000-BUILD-CARD-EXIT.
071100     EXIT.
071200*****************************************************************
071300*    4100-LAST-CARD - THE MEMBER'S LATEST CARD SENT             *
071400*****************************************************************
071500 4100-LAST-CARD.
071600     MOVE 'N'                    TO WB-0052-PRV-SW.
071700     EXEC SQL
071800         SELECT B_PAT_ID_CD, B_PAT_ID, B_MCAID_ID, B_LAST_NAM,
071900                B_LANG_CD, C_CARD_BIN_NUM, C_PRCS_NUM,
072000                R_GROUP_ID, C_LOCKIN_PROV_ID
072100           INTO :WH-0052-LST-PAT-ID-CD,
072200                :WH-0052-LST-PAT-ID,
072300                :WH-0052-LST-MCAID-ID,
072400                :WH-0052-LST-LAST-NAM,
072500                :WH-0052-LST-LANG-CD,
072600                :WH-0052-LST-BIN-NUM,
072700                :WH-0052-LST-PRCS-NUM,
072800                :WH-0052-LST-GROUP-ID,
072900                :WH-0052-LST-LOCKIN-PROV-ID
073000           FROM C_CARD_REQ_TB
073100          WHERE C_CARD_REQ_NUM =
073200                (SELECT MAX(C_CARD_REQ_NUM)
073300                   FROM C_CARD_REQ_TB
073400                  WHERE R_CUST_PART_NUM =
073500                            :CLCRDRTB-R-CUST-PART-NUM
073600                    AND B_CRDHLDR_ID    = :CLCRDRTB-B-CRDHLDR-ID
073700                    AND C_CARD_STAT_CD  = 'S')
073800     END-EXEC.
073900     EVALUATE SQLCODE
074000       WHEN 0
074100         SET WB-0052-PRV-CARD    TO TRUE
074200       WHEN 100
074300         CONTINUE
074400       WHEN OTHER
074500         GO TO 9999-SQL-ERROR
074600     END-EVALUATE.
074700 4100-LAST-CARD-EXIT.
074800     EXIT.
074900*****************************************************************
075000*    4200-DUP-CHECK - THE SAME CARD SENT WITHIN THE DUPLICATE   *
075100*    WINDOW IS NOT SENT AGAIN                                   *
075200*****************************************************************
075300 4200-DUP-CHECK.
075400     EXEC SQL
075500         SELECT COUNT(*)
075600           INTO :WH-0052-ROW-CNT
075700           FROM C_CARD_REQ_TB
075800          WHERE R_CUST_PART_NUM  = :CLCRDRTB-R-CUST-PART-NUM
075900            AND B_CRDHLDR_ID     = :CLCRDRTB-B-CRDHLDR-ID
076000            AND C_CARD_STAT_CD   = 'S'
076100            AND G_BUS_DT         >
076200                TO_CHAR(TO_DATE(:WH-0052-BUS-DT, 'YYYY-MM-DD')
076300                        - :WH-0052-DUP-DAYS, 'YYYY-MM-DD')
076400            AND B_PAT_ID_CD      = :CLCRDRTB-B-PAT-ID-CD
076500            AND B_PAT_ID         = :CLCRDRTB-B-PAT-ID
076600            AND B_MCAID_ID       = :CLCRDRTB-B-MCAID-ID
076700            AND B_LAST_NAM       = :CLCRDRTB-B-LAST-NAM
076800            AND C_CARD_BIN_NUM   = :CLCRDRTB-C-CARD-BIN-NUM
076900            AND C_PRCS_NUM       = :CLCRDRTB-C-PRCS-NUM
077000            AND R_GROUP_ID       = :CLCRDRTB-R-GROUP-ID
077100            AND B_LANG_CD        = :CLCRDRTB-B-LANG-CD
077200            AND C_LOCKIN_PROV_ID = :CLCRDRTB-C-LOCKIN-PROV-ID
077300     END-EXEC.
077400     IF SQLCODE NOT = 0
077500         GO TO 9999-SQL-ERROR
077600     END-IF.
077700     IF WH-0052-ROW-CNT > 0
077800         MOVE 'D'                TO CLCRDRTB-C-CARD-STAT-CD
077900         MOVE 'SAME CARD SENT WITHIN DUPLICATE WINDOW'
078000                                 TO CLCRDRTB-C-STAT-RSN-TX
078100     END-IF.
078200 4200-DUP-CHECK-EXIT.
078300     EXIT.
078400*****************************************************************
078500*    5000-ISSUE-CARD - KEEP THE REQUEST, AND SEND THE CARD      *
078600*    WHEN IT IS NEITHER A DUPLICATE NOR UNROUTED                *
078700*****************************************************************
078800 5000-ISSUE-CARD.
078900     EXEC SQL
079000         SELECT C_CARD_REQ_SEQ.NEXTVAL
079100           INTO :CLCRDRTB-C-CARD-REQ-NUM
079200           FROM DUAL
079300     END-EXEC.
079400     IF SQLCODE NOT = 0
079500         GO TO 9999-SQL-ERROR
079600     END-IF.
079700     EXEC SQL
079800         INSERT INTO C_CARD_REQ_TB
079900               (C_CARD_REQ_NUM, R_CUST_PART_NUM, B_CRDHLDR_ID,
080000                G_BUS_DT, C_CARD_RSN_CD, C_CARD_STAT_CD,
080100                B_PAT_ID_CD, B_PAT_ID, B_MCAID_ID, B_LAST_NAM,
080200                C_CARD_BIN_NUM, C_PRCS_NUM, R_GROUP_ID,
080300                B_LANG_CD, C_LOCKIN_PROV_ID, C_RQST_USER_ID,
080400                C_RQST_NOTE_TX, C_STAT_RSN_TX, G_AUD_TS)
080500         VALUES (:CLCRDRTB-C-CARD-REQ-NUM,
080600                 :CLCRDRTB-R-CUST-PART-NUM,
080700                 :CLCRDRTB-B-CRDHLDR-ID,
080800                 :CLCRDRTB-G-BUS-DT,
080900                 :CLCRDRTB-C-CARD-RSN-CD,
081000                 :CLCRDRTB-C-CARD-STAT-CD,
081100                 :CLCRDRTB-B-PAT-ID-CD,
081200                 :CLCRDRTB-B-PAT-ID,
081300                 :CLCRDRTB-B-MCAID-ID,
081400                 :CLCRDRTB-B-LAST-NAM,
081500                 :CLCRDRTB-C-CARD-BIN-NUM,
081600                 :CLCRDRTB-C-PRCS-NUM,
081700                 :CLCRDRTB-R-GROUP-ID,
081800                 :CLCRDRTB-B-LANG-CD,
081900                 :CLCRDRTB-C-LOCKIN-PROV-ID,
082000                 :CLCRDRTB-C-RQST-USER-ID,
082100                 :CLCRDRTB-C-RQST-NOTE-TX,
082200                 :CLCRDRTB-C-STAT-RSN-TX,
082300                 TO_CHAR(CURRENT_TIMESTAMP,
082400                         'YYYY-MM-DD-HH24.MI.SS.FF6'))
082500     END-EXEC.
082600     IF SQLCODE NOT = 0
082700         GO TO 9999-SQL-ERROR
082800     END-IF.
082900     EVALUATE TRUE
083000       WHEN CLCRDRTB-C-CARD-DUPLICATE
083100         ADD 1                   TO WB-0052-DUP-CNT
083200         GO TO 5000-ISSUE-CARD-EXIT
083300       WHEN CLCRDRTB-C-CARD-NOT-ISSUED
083400         ADD 1                   TO WB-0052-NISS-CNT
083500         MOVE CLCRDRTB-R-CUST-PART-NUM
083600                                 TO RL-0052-D-CUST-PART-NUM
083700         MOVE CLCRDRTB-B-CRDHLDR-ID
083800                                 TO RL-0052-D-CRDHLDR-ID
083900         MOVE CLCRDRTB-C-CARD-RSN-CD
084000                                 TO RL-0052-D-RSN-CD
084100         MOVE CLCRDRTB-C-RQST-USER-ID
084200                                 TO RL-0052-D-USER-ID
084300         MOVE CLCRDRTB-C-STAT-RSN-TX
084400                                 TO RL-0052-D-RSN-TX
084500         PERFORM 6000-LIST-LINE
084600             THRU 6000-LIST-LINE-EXIT
084700         GO TO 5000-ISSUE-CARD-EXIT
084800     END-EVALUATE.
084900     EVALUATE TRUE
085000       WHEN CLCRDRTB-C-RSN-NEW
085100         ADD 1                   TO WB-0052-NEW-CNT
085200       WHEN CLCRDRTB-C-RSN-GROUP
085300         ADD 1                   TO WB-0052-GRP-CNT
085400       WHEN CLCRDRTB-C-RSN-IDENT
085500         ADD 1                   TO WB-0052-IDNT-CNT
085600       WHEN CLCRDRTB-C-RSN-LOCKIN
085700         ADD 1                   TO WB-0052-LKIN-CNT
085800     END-EVALUATE.
085900     MOVE SPACES                 TO CO-CARD-REC.
086000     MOVE 'DTL'                  TO CO-DTL-REC-TY.
086100     MOVE CLCRDRTB-C-CARD-REQ-NUM  TO CO-DTL-REQ-NUM.
086200     MOVE CLCRDRTB-C-CARD-RSN-CD   TO CO-DTL-RSN-CD.
086300     MOVE CLCRDRTB-R-CUST-PART-NUM TO CO-DTL-CUST-PART-NUM.
086400     MOVE CLCRDRTB-B-CRDHLDR-ID    TO CO-DTL-CRDHLDR-ID.
086500     MOVE CLCRDRTB-B-PAT-ID-CD     TO CO-DTL-PAT-ID-CD.
086600     MOVE CLCRDRTB-B-PAT-ID        TO CO-DTL-PAT-ID.
086700     MOVE CLCRDRTB-B-MCAID-ID      TO CO-DTL-MCAID-ID.
086800     MOVE CLCRDRTB-B-LAST-NAM      TO CO-DTL-LAST-NAM.
086900     MOVE CLCRDRTB-C-CARD-BIN-NUM  TO CO-DTL-BIN-NUM.
087000     MOVE CLCRDRTB-C-PRCS-NUM      TO CO-DTL-PRCS-NUM.
087100     MOVE CLCRDRTB-R-GROUP-ID      TO CO-DTL-GROUP-ID.
087200     MOVE WB-0052-HELP-PHONE       TO CO-DTL-HELP-PHONE.
087300     MOVE CLCRDRTB-B-LANG-CD       TO CO-DTL-LANG-CD.
087400     MOVE CLCRDRTB-C-LOCKIN-PROV-ID
087500                                 TO CO-DTL-LOCKIN-PROV-ID.
087600     MOVE WH-0052-PROV-NAM         TO CO-DTL-LOCKIN-PROV-NAM.
087700     WRITE CO-CARD-REC.
087800     ADD 1                       TO WB-0052-SENT-CNT.
087900 5000-ISSUE-CARD-EXIT.
088000     EXIT.
088100*****************************************************************
088200*    6000-LIST-LINE - ONE LINE OF THE EXCEPTION LISTING         *
088300*****************************************************************
088400 6000-LIST-LINE.
088500     IF NOT WB-0052-HDG-DONE
088600         WRITE RPTB052-REC FROM RL-0052-HDG2
088700             AFTER ADVANCING 2 LINES
088800         WRITE RPTB052-REC FROM RL-0052-HDG3
088900             AFTER ADVANCING 2 LINES
089000         SET WB-0052-HDG-DONE    TO TRUE
089100     END-IF.
089200     WRITE RPTB052-REC FROM RL-0052-DTL-LINE
089300         AFTER ADVANCING 1 LINE.
089400 6000-LIST-LINE-EXIT.
089500     EXIT.
089600*****************************************************************
089700*    8000-FINALIZE - TRAILER, CONTROL COUNTS, THE MANIFEST AND  *
089800*    ONE COMMIT; THE CHECKPOINT MOVES ON ONLY AFTER THE COMMIT  *
089900*****************************************************************
090000 8000-FINALIZE.
090100     MOVE SPACES                 TO CO-CARD-REC.
090200     MOVE 'TRL'                  TO CO-TRL-REC-TY.
090300     MOVE WB-0052-SENT-CNT       TO CO-TRL-REC-CNT.
090400     WRITE CO-CARD-REC.
090500     MOVE 'MEMBERS EXAMINED'             TO RL-0052-C-LABEL.
090600     MOVE WB-0052-MBR-CNT        TO RL-0052-C-CNT.
090700     WRITE RPTB052-REC FROM RL-0052-COUNT-LINE
090800         AFTER ADVANCING 3 LINES.
090900     MOVE '  NOT CURRENTLY ENROLLED'     TO RL-0052-C-LABEL.
091000     MOVE WB-0052-NENRL-CNT      TO RL-0052-C-CNT.
091100     WRITE RPTB052-REC FROM RL-0052-COUNT-LINE
091200         AFTER ADVANCING 1 LINE.
091300     MOVE '  CARD UNCHANGED'             TO RL-0052-C-LABEL.
091400     MOVE WB-0052-SAME-CNT       TO RL-0052-C-CNT.
091500     WRITE RPTB052-REC FROM RL-0052-COUNT-LINE
091600         AFTER ADVANCING 1 LINE.
091700     MOVE 'REISSUE REQUESTS READ'        TO RL-0052-C-LABEL.
091800     MOVE WB-0052-RQST-CNT       TO RL-0052-C-CNT.
091900     WRITE RPTB052-REC FROM RL-0052-COUNT-LINE
092000         AFTER ADVANCING 2 LINES.
092100     MOVE '  REJECTED'                   TO RL-0052-C-LABEL.
092200     MOVE WB-0052-RQRJ-CNT       TO RL-0052-C-CNT.
092300     WRITE RPTB052-REC FROM RL-0052-COUNT-LINE
092400         AFTER ADVANCING 1 LINE.
092500     MOVE 'CARDS SENT - NEW MEMBER'      TO RL-0052-C-LABEL.
092600     MOVE WB-0052-NEW-CNT        TO RL-0052-C-CNT.
092700     WRITE RPTB052-REC FROM RL-0052-COUNT-LINE
092800         AFTER ADVANCING 2 LINES.
092900     MOVE '           - GROUP/ROUTING'   TO RL-0052-C-LABEL.
093000     MOVE WB-0052-GRP-CNT        TO RL-0052-C-CNT.
093100     WRITE RPTB052-REC FROM RL-0052-COUNT-LINE
093200         AFTER ADVANCING 1 LINE.
093300     MOVE '           - ID OR NAME'      TO RL-0052-C-LABEL.
093400     MOVE WB-0052-IDNT-CNT       TO RL-0052-C-CNT.
093500     WRITE RPTB052-REC FROM RL-0052-COUNT-LINE
093600         AFTER ADVANCING 1 LINE.
093700     MOVE '           - LOCK-IN'         TO RL-0052-C-LABEL.
093800     MOVE WB-0052-LKIN-CNT       TO RL-0052-C-CNT.
093900     WRITE RPTB052-REC FROM RL-0052-COUNT-LINE
094000         AFTER ADVANCING 1 LINE.
094100     MOVE '           - REISSUE'         TO RL-0052-C-LABEL.
094200     COMPUTE RL-0052-C-CNT = WB-0052-SENT-CNT - WB-0052-NEW-CNT
094300                           - WB-0052-GRP-CNT - WB-0052-IDNT-CNT
094400                           - WB-0052-LKIN-CNT.
094500     WRITE RPTB052-REC FROM RL-0052-COUNT-LINE
094600         AFTER ADVANCING 1 LINE.
094700     MOVE 'DUPLICATES NOT SENT'          TO RL-0052-C-LABEL.
094800     MOVE WB-0052-DUP-CNT        TO RL-0052-C-CNT.
094900     WRITE RPTB052-REC FROM RL-0052-COUNT-LINE
095000         AFTER ADVANCING 2 LINES.
095100     MOVE 'CARDS NOT ISSUED'             TO RL-0052-C-LABEL.
095200     MOVE WB-0052-NISS-CNT       TO RL-0052-C-CNT.
095300     WRITE RPTB052-REC FROM RL-0052-COUNT-LINE
095400         AFTER ADVANCING 1 LINE.
095500     MOVE 'CARD RECORDS WRITTEN'         TO RL-0052-C-LABEL.
095600     MOVE WB-0052-SENT-CNT       TO RL-0052-C-CNT.
095700     WRITE RPTB052-REC FROM RL-0052-COUNT-LINE
095800         AFTER ADVANCING 2 LINES.
095900     CLOSE CARDRQIN-FILE CARDOUT-FILE.
096000     PERFORM 8500-REGISTER-FILE
096100         THRU 8500-REGISTER-FILE-EXIT.
096200     CLOSE RPTB052-FILE.
096300     IF CK-LAST-BUS-DT NOT = WH-0052-BUS-DT
096400         MOVE CK-LAST-RUN-TS     TO CK-PRIOR-RUN-TS
096500         MOVE CK-LAST-BUS-DT     TO CK-PRIOR-BUS-DT
096600     END-IF.
096700     MOVE WH-0052-NOW-TS         TO CK-LAST-RUN-TS.
096800     MOVE WH-0052-BUS-DT         TO CK-LAST-BUS-DT.
096900     OPEN OUTPUT CARDCHKP-FILE.
097000     WRITE CK-CHKPT-REC.
097100     CLOSE CARDCHKP-FILE.
097200     IF WB-0052-NISS-CNT > 0 AND RETURN-CODE < 4
097300         MOVE 4 TO RETURN-CODE
097400     END-IF.
097500 8000-FINALIZE-EXIT.
097600     EXIT.
097700*****************************************************************
097800*    8500-REGISTER-FILE - CARDOUT ON THE OUTBOUND FILE MANIFEST *
097900*    (SHARED PDDS9006).  THE DAY'S C_CARD_REQ_TB ROWS ARE       *
098000*    COMMITTED WITH IT; A FAILED REGISTRATION KEEPS THE ROWS    *
098100*    AND ENDS RC 4 SO OPERATIONS RERUN THE STEP                 *
098200*****************************************************************
098300 8500-REGISTER-FILE.
098400     MOVE 'CARDOUT'              TO WK-9006-FILE-TY-CD.
098500     MOVE 'PDDB0052'             TO WK-9006-PGM-ID.
098600     MOVE 'CARDOUT'              TO WK-9006-DD-NM.
098700     MOVE WH-0052-BUS-DT         TO WK-9006-BUS-DT.
098800     MOVE WB-0052-SENT-CNT       TO WK-9006-REC-CNT.
098900     MOVE ZERO                   TO WK-9006-HASH-AMT.
099000     CALL 'PDDS9006' USING WK-9006-CALL-PARMS.
099100     IF NOT WK-9006-OK
099200         DISPLAY 'PDDB0052 - FILE NOT ON MANIFEST, REPLY '
099300                 WK-9006-REPLY-CD ' SQLCODE ' WK-9006-SQLCODE
099400         EXEC SQL COMMIT END-EXEC
099500         IF RETURN-CODE < 4
099600             MOVE 4 TO RETURN-CODE
099700         END-IF
099800         GO TO 8500-REGISTER-FILE-EXIT
099900     END-IF.
100000     EXEC SQL COMMIT END-EXEC.
100100     DISPLAY 'PDDB0052 - MANIFEST ' WK-9006-GEN-NM.
100200 8500-REGISTER-FILE-EXIT.
100300     EXIT.
100400*****************************************************************
100500*    9000-PARM-ERROR - THE CARD SETTINGS ARE NOT USABLE         *
100600*****************************************************************
100700 9000-PARM-ERROR.
100800     MOVE 16 TO RETURN-CODE.
100900     CLOSE CARDRQIN-FILE CARDOUT-FILE RPTB052-FILE.
101000     GOBACK.
101100*****************************************************************
101200*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
101300*****************************************************************
101400 9999-SQL-ERROR.
101500     DISPLAY 'PDDB0052 - SQL ERROR ON C_CARD_REQ_TB'.
101600     DISPLAY 'SQLCODE = ' SQLCODE.
101700     EXEC SQL ROLLBACK END-EXEC.
101800     MOVE 16 TO RETURN-CODE.
101900     CLOSE CARDRQIN-FILE CARDOUT-FILE RPTB052-FILE.
102000     GOBACK.
