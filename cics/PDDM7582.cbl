000380*+      I     C_PROV_MSTR_TB                        CLPRVMTB    *
000390*+      I     C_PRSC_MSTR_TB                        CLPRSMTB    *
000400*+      I/O   PDDM760M MAP (MAPSET PDDM760M)        PDDM760M    *
000405*+      O     C_CFG_PEND_TB                         CLCFPNTB    *
000410*****************************************************************
000420*+                                                              *
000460*+ IV. CSR CHANGE LOG.                                          *
000547*                              FAILED INSERT OR AN UPDATE THAT  *
000548*                              HIT NO ROW NO LONGER WRITES AN   *
000549*                              AUDIT ROW CLAIMING A CHANGE.     *
000577* CR4213   10/15/26  ACS       MAKER-CHECKER.  WHILE LIST 7537  *
000605*                              HAS AN EFFECTIVE W760 ROW, AN    *
000633*                              ADD/CHANGE/END-DATE THAT PASSES  *
000661*                              THE EDITS IS STAGED ON           *
000689*                              C_CFG_PEND_TB INSTEAD OF BEING   *
000717*                              APPLIED, AND TAKES EFFECT ONLY   *
000745*                              WHEN A SECOND OPERATOR APPROVES  *
000773*                              IT ON THE W770 QUEUE (PDDM7592). *
000778* CR4214   10/15/26  ACS       THE STAGED CHANGE CARRIES THE NEW*
000783*                              C_CFG_PEND_TB ACTIVATION COLUMNS,*
000788*                              BLANK - LOCK-IN SPANS ARE NOT    *
000793*                              SCHEDULED.                       *
000801*****************************************************************
000830
000840 ENVIRONMENT DIVISION.
000850 CONFIGURATION SECTION.
001070     05  WS-000-PROV-STAT-CD      PIC X(01).
001080     05  WS-000-PRSC-STAT-CD      PIC X(01).
001090     05  WS-000-OVERLAP-CNT       PIC S9(04) COMP.
001091     COPY CLCFPNTB.
001092 01  WS-100-MC-WORK-AREA.
001093     05  WS-100-MC-TRAN-TX        PIC X(15).
001094     05  WS-100-MC-HRS-TX         PIC X(15).
001095     05  WS-100-MC-HRS            PIC S9(04) COMP.
001096     05  WS-100-PEND-CNT          PIC S9(04) COMP.
001100     EXEC SQL END DECLARE SECTION END-EXEC.
001110
001120     EXEC SQL INCLUDE SQLCA END-EXEC.
001132*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
001134*    ROLE CHECK - MAINTENANCE NEEDS THE UPDATE ROLE OUTRIGHT.
001136     COPY WKC90030.
001137*
001138*    MAKER-CHECKER - THE LIST 7537 SWITCH FOR THIS SCREEN AND
001139*    THE CHANGE STAGED FOR A SECOND OPERATOR'S APPROVAL.
001140 01  WW-100-MAKER-CHECKER.
001141     05  WW-100-MC-SW             PIC X(01) VALUE 'N'.
001142         88  WW-100-MC-ON         VALUE 'Y'.
001143         88  WW-100-MC-ERROR      VALUE 'E'.
001144     05  WW-100-PEND-DSP          PIC 9(09).
001145     05  WW-100-PART-DSP          PIC 9(04).
001146     COPY CLLKNIMG.
001147*
001148 01  WC-000-COMMAREA-WS.
001150     05  WC-000-LAST-ACTCD        PIC X(01).
001160
001170 LINKAGE SECTION.
001790     MOVE PRSCIDI                TO CLLKINTB-C-LOCKIN-PRSC-ID.
001800     MOVE BEGDTI                 TO CLLKINTB-C-LOCKIN-BEG-DT.
001810     MOVE ENDDTI                 TO CLLKINTB-C-LOCKIN-END-DT.
001811*    MAKER-CHECKER - A CHANGE IS STAGED FOR APPROVAL, NOT APPLIED.
001812     IF ACTCDI = 'A' OR 'C' OR 'E'
001813         PERFORM S485-000-CHECK-MC-MODE
001814             THRU S485-999-EXIT
001815         IF WW-100-MC-ERROR
001816             GO TO S400-999-EXIT
001817         END-IF
001818         IF WW-100-MC-ON
001819             PERFORM S490-000-STAGE-CHANGE
001820                 THRU S490-999-EXIT
001821             MOVE ACTCDI         TO WC-000-LAST-ACTCD
001822             GO TO S400-999-EXIT
001823         END-IF
001824     END-IF.
001825     EVALUATE ACTCDI
001830         WHEN 'A'
001840             PERFORM S415-000-EDIT-BEFORE-COMMIT
001850                 THRU S415-999-EXIT
005040 S480-999-EXIT.
005050     EXIT.
005060*****************************************************************
005160*    S485-000-CHECK-MC-MODE - MAKER-CHECKER IS ON FOR THIS      *
005260*    SCREEN WHILE LIST 7537 HAS AN EFFECTIVE ROW WHOSE START    *
005360*    LIMIT IS ITS TRANID.  THE END LIMIT IS THE HOURS A STAGED  *
005460*    CHANGE WAITS FOR APPROVAL BEFORE IT EXPIRES (DEFAULT 24).  *
005560*****************************************************************
005660 S485-000-CHECK-MC-MODE.
005760     MOVE 'N'                    TO WW-100-MC-SW.
005860     MOVE 24                     TO WS-100-MC-HRS.
005960     MOVE WK-030-TRANID          TO WS-100-MC-TRAN-TX.
006060     EXEC SQL
006160         SELECT G_LIST_END_LMT
006260           INTO :WS-100-MC-HRS-TX
006360           FROM G_LIST_DTL_TB
006460          WHERE G_LIST_SUBSYS_CD    = 'C'
006560            AND G_LIST_NUM          = '7537'
006660            AND G_LIST_STRT_LMT     = :WS-100-MC-TRAN-TX
006760            AND G_LIST_EFF_STRT_DT <=
006860                TO_CHAR(CURRENT_DATE,'YYYY-MM-DD')
006960            AND G_LIST_EFF_END_DT  >=
007060                TO_CHAR(CURRENT_DATE,'YYYY-MM-DD')
007160            AND ROWNUM = 1
007260     END-EXEC.
007360     EVALUATE SQLCODE
007460         WHEN 0
007560             SET WW-100-MC-ON    TO TRUE
007660             IF WS-100-MC-HRS-TX (1:1) NUMERIC
007760                 COMPUTE WS-100-MC-HRS =
007860                     FUNCTION NUMVAL (WS-100-MC-HRS-TX)
007960             END-IF
008060             IF WS-100-MC-HRS < 1
008160                 MOVE 24         TO WS-100-MC-HRS
008260             END-IF
008360         WHEN 100
008460             CONTINUE
008560         WHEN OTHER
008660             SET WW-100-MC-ERROR TO TRUE
008760             MOVE 'SQL ERROR READING LIST 7537 - NO CHANGE MADE'
008860                                 TO MSGO
008960     END-EVALUATE.
009060 S485-999-EXIT.
009160     EXIT.
009260*****************************************************************
009360*    S490-000-STAGE-CHANGE - THE SAME EDITS AS AN IMMEDIATE     *
009460*    CHANGE, THEN THE SPAN AS IT STANDS AND AS IT WOULD BE GO TO*
009560*    C_CFG_PEND_TB.  THE APPROVER'S SCREEN (W770, PDDM7592)     *
009660*    APPLIES IT AND WRITES THE C_LOCKIN_AUD_TB ROW.             *
009760*****************************************************************
009860 S490-000-STAGE-CHANGE.
009960     IF ACTCDI = 'E'
010060         IF ENDDTI = SPACES
010160             MOVE 'END DATE IS REQUIRED FOR ACTION E' TO MSGO
010260             GO TO S490-999-EXIT
010360         END-IF
010460     ELSE
010560         PERFORM S415-000-EDIT-BEFORE-COMMIT
010660             THRU S415-999-EXIT
010760         IF WW-000-EDIT-FAILED
010860             GO TO S490-999-EXIT
010960         END-IF
011060     END-IF.
011160     PERFORM S475-000-GET-BEFORE-IMAGE
011260         THRU S475-999-EXIT.
011360     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
011460         MOVE 'SQL ERROR - SEE ON-CALL DASHBOARD' TO MSGO
011560         GO TO S490-999-EXIT
011660     END-IF.
011760     IF ACTCDI = 'A' AND SQLCODE = 0
011860         MOVE 'A SPAN WITH THIS BEGIN DATE IS ALREADY ON FILE'
011960                                 TO MSGO
012060         GO TO S490-999-EXIT
012160     END-IF.
012260     IF ACTCDI NOT = 'A' AND SQLCODE = 100
012360         MOVE 'ROW NOT FOUND'    TO MSGO
012460         GO TO S490-999-EXIT
012560     END-IF.
012660     MOVE SPACES                 TO CLLKNIMG-ROW-IMG.
012760     MOVE CLLKINTB-R-CUST-PART-NUM
012860                                 TO CLLKNIMG-LK-CUST-PART-NUM.
012960     MOVE CLLKINTB-C-CRDHLDR-ID  TO CLLKNIMG-LK-CRDHLDR-ID.
013060     MOVE CLLKINTB-C-LOCKIN-BEG-DT
013160                                 TO CLLKNIMG-LK-BEG-DT.
013260     IF ACTCDI = 'A'
013360         MOVE SPACES             TO CLCFPNTB-C-BEF-IMG-TX
013460     ELSE
013560         MOVE CLLKAUTB-C-BEF-PROV-ID TO CLLKNIMG-LK-PROV-ID
013660         MOVE CLLKAUTB-C-BEF-PRSC-ID TO CLLKNIMG-LK-PRSC-ID
013760         MOVE CLLKAUTB-C-BEF-END-DT  TO CLLKNIMG-LK-END-DT
013860         MOVE CLLKNIMG-ROW-IMG   TO CLCFPNTB-C-BEF-IMG-TX
013960     END-IF.
014060*    AN END-DATE CHANGES ONLY THE END DATE; THE LEGS STAND.
014160     IF ACTCDI NOT = 'E'
014260         MOVE CLLKINTB-C-LOCKIN-PROV-ID
014360                                 TO CLLKNIMG-LK-PROV-ID
014460         MOVE CLLKINTB-C-LOCKIN-PRSC-ID
014560                                 TO CLLKNIMG-LK-PRSC-ID
014660     END-IF.
014760     MOVE CLLKINTB-C-LOCKIN-END-DT
014860                                 TO CLLKNIMG-LK-END-DT.
014960     MOVE CLLKNIMG-ROW-IMG       TO CLCFPNTB-C-AFT-IMG-TX.
015060     MOVE CLLKINTB-R-CUST-PART-NUM TO WW-100-PART-DSP.
015160     MOVE SPACES                 TO CLCFPNTB-C-PEND-KEY-TX.
015260     STRING WW-100-PART-DSP ' ' CLLKINTB-C-CRDHLDR-ID ' '
015360            CLLKINTB-C-LOCKIN-BEG-DT
015460         DELIMITED BY SIZE INTO CLCFPNTB-C-PEND-KEY-TX.
015560     PERFORM S495-000-WRITE-PENDING
015660         THRU S495-999-EXIT.
015760 S490-999-EXIT.
015860     EXIT.
015960*****************************************************************
016060*    S495-000-WRITE-PENDING - STAGE THE CHANGE ON THE QUEUE     *
016160*    ONE LIVE PENDING CHANGE PER ROW KEY; IT EXPIRES AFTER THE  *
016260*    LIST 7537 HOURS IF NOBODY APPROVES IT.                     *
016360*****************************************************************
016460 S495-000-WRITE-PENDING.
016560     MOVE WK-030-TRANID          TO CLCFPNTB-C-PEND-TRAN-ID.
016660     EXEC SQL
016760         SELECT COUNT(*)
016860           INTO :WS-100-PEND-CNT
016960           FROM C_CFG_PEND_TB
017060          WHERE C_PEND_TRAN_ID = :CLCFPNTB-C-PEND-TRAN-ID
017160            AND C_PEND_KEY_TX  = :CLCFPNTB-C-PEND-KEY-TX
017260            AND C_PEND_STAT_CD = 'P'
017360            AND C_EXPIRE_TS    >
017460                TO_CHAR(CURRENT_TIMESTAMP,
017560                        'YYYY-MM-DD-HH24.MI.SS.FF6')
017660     END-EXEC.
017760     IF SQLCODE NOT = 0
017860         MOVE 'SQL ERROR - SEE ON-CALL DASHBOARD' TO MSGO
017960         GO TO S495-999-EXIT
018060     END-IF.
018160     IF WS-100-PEND-CNT > ZERO
018260         MOVE 'A CHANGE TO THIS ROW IS ALREADY AWAITING APPROVAL'
018360                                 TO MSGO
018460         GO TO S495-999-EXIT
018560     END-IF.
018660     EXEC SQL
018760         SELECT C_CFG_PEND_SEQ.NEXTVAL
018860           INTO :CLCFPNTB-C-PEND-NUM
018960           FROM DUAL
019060     END-EXEC.
019160     IF SQLCODE NOT = 0
019260         MOVE 'SQL ERROR - SEE ON-CALL DASHBOARD' TO MSGO
019360         GO TO S495-999-EXIT
019460     END-IF.
019560     MOVE ACTCDI                 TO CLCFPNTB-C-PEND-ACTN-CD.
019660     MOVE WK-9003-OPER-ID        TO CLCFPNTB-C-MAKER-USER-ID.
019760     EXEC SQL
019860         INSERT INTO C_CFG_PEND_TB
019960             (C_PEND_NUM, C_PEND_TRAN_ID, C_PEND_ACTN_CD,
020060              C_PEND_KEY_TX, C_PEND_STAT_CD, C_MAKER_USER_ID,
020160              C_MAKER_TS, C_EXPIRE_TS,
020260              C_CHKR_USER_ID, C_CHKR_TS, C_CHKR_RSN_TX,
020326              C_BEF_IMG_TX, C_AFT_IMG_TX,
020392              C_ACTV_TS, C_ACTV_CLOSE_USER_ID, C_ACTV_CLOSE_TS)
020460         VALUES
020560             (:CLCFPNTB-C-PEND-NUM, :CLCFPNTB-C-PEND-TRAN-ID,
020660              :CLCFPNTB-C-PEND-ACTN-CD, :CLCFPNTB-C-PEND-KEY-TX,
020760              'P', :CLCFPNTB-C-MAKER-USER-ID,
020860              TO_CHAR(CURRENT_TIMESTAMP,
020960                      'YYYY-MM-DD-HH24.MI.SS.FF6'),
021060              TO_CHAR(CURRENT_TIMESTAMP +
021160                      NUMTODSINTERVAL(:WS-100-MC-HRS, 'HOUR'),
021260                      'YYYY-MM-DD-HH24.MI.SS.FF6'),
021360              ' ', ' ', ' ',
021426              :CLCFPNTB-C-BEF-IMG-TX, :CLCFPNTB-C-AFT-IMG-TX,
021492              ' ', ' ', ' ')
021560     END-EXEC.
021660     IF SQLCODE NOT = 0
021760         MOVE 'SQL ERROR - SEE ON-CALL DASHBOARD' TO MSGO
021860         GO TO S495-999-EXIT
021960     END-IF.
022060     MOVE CLCFPNTB-C-PEND-NUM    TO WW-100-PEND-DSP.
022160     MOVE SPACES                 TO MSGO.
022260     STRING 'STAGED AS PENDING CHANGE ' WW-100-PEND-DSP
022360            ' - A SECOND OPERATOR MUST APPROVE IT ON W770'
022460         DELIMITED BY SIZE INTO MSGO.
022560 S495-999-EXIT.
022660     EXIT.
022760*****************************************************************
022860*    S800-000-SEND-MAP - REDISPLAY THE SCREEN WITH RESULTS      *
022960*****************************************************************
023060 S800-000-SEND-MAP.
023160     EXEC CICS
023260         SEND MAP(WK-030-MAP-NAME)
023360              MAPSET(WK-030-MAPSET-NAME)
023460              FROM(PDDM760MO)
023560              ERASE
023660     END-EXEC.
023760 S800-999-EXIT.
023860     EXIT.
