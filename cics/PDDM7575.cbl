000350*+     ---   ------------------------------------  ----------   *
000360*+      I/O   G_LIST_DTL_TB                         GSLDTLTB     *
000370*+      I/O   PDDM757M MAP (MAPSET PDDM757M)         PDDM757M     *
000375*+      O     C_CFG_PEND_TB                         CLCFPNTB    *
000380*+                                                              *
000400*****************************************************************
000410*+                                                              *
000541*                              NOT THE TERMINAL ID - ROLES AND *
000542*                              THE ACCESS LOG FOLLOW THE       *
000543*                              PERSON, NOT THE SEAT.           *
000574* CR4213   10/15/26  ACS       MAKER-CHECKER.  WHILE LIST 7537  *
000605*                              HAS AN EFFECTIVE W757 ROW, AN    *
000636*                              ADD/CHANGE/DELETE IS STAGED ON   *
000667*                              C_CFG_PEND_TB INSTEAD OF BEING   *
000698*                              APPLIED, AND TAKES EFFECT ONLY   *
000729*                              WHEN A SECOND OPERATOR APPROVES  *
000760*                              IT ON THE W770 QUEUE (PDDM7592). *
000763* CR4214   10/15/26  ACS       SCHEDULED ACTIVATION.  AN        *
000766*                              ADD/CHANGE/DELETE KEYED WITH AN  *
000769*                              ACTIVATION TIME (CCYY-MM-DD-     *
000772*                              HH.MI) IS STAGED ON C_CFG_PEND_TB*
000775*                              AS SCHEDULED - OR, UNDER MAKER-  *
000778*                              CHECKER, AS PENDING WITH THAT    *
000781*                              TIME - AND IS APPLIED BY PDDB0038*
000784*                              WHEN THE TIME ARRIVES.           *
000791*****************************************************************
000830
000840 ENVIRONMENT DIVISION.
000850 CONFIGURATION SECTION.
001142*    BEFORE IMAGE OF THE ROW BEING CHANGED/DELETED AND THE
001144*    AUDIT FIELDS FOR G_LIST_AUD_TB.
001145     COPY GLAUDTB.
001146     COPY CLCFPNTB.
001147 01  WS-100-MC-WORK-AREA.
001148     05  WS-100-MC-TRAN-TX        PIC X(15).
001149     05  WS-100-MC-HRS-TX         PIC X(15).
001150     05  WS-100-MC-HRS            PIC S9(04) COMP.
001151     05  WS-100-PEND-CNT          PIC S9(04) COMP.
001152     05  WS-100-ACTV-TS           PIC X(26).
001153     05  WS-100-FUTURE-SW         PIC X(01).
001154     05  WS-100-NEW-STAT-CD       PIC X(01).
001155     EXEC SQL END DECLARE SECTION END-EXEC.
001160
001170     EXEC SQL INCLUDE SQLCA END-EXEC.
001180
001182*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
001184*    ROLE CHECK.
001186     COPY WKC90030.
001187*
001188*    MAKER-CHECKER - THE LIST 7537 SWITCH FOR THIS SCREEN AND
001189*    THE CHANGE STAGED FOR A SECOND OPERATOR'S APPROVAL.
001190 01  WW-100-MAKER-CHECKER.
001191     05  WW-100-MC-SW             PIC X(01) VALUE 'N'.
001192         88  WW-100-MC-ON         VALUE 'Y'.
001193         88  WW-100-MC-ERROR      VALUE 'E'.
001194     05  WW-100-PEND-DSP          PIC 9(09).
001195*    ACTIVATION TIME - A CHANGE KEYED WITH ONE IS SCHEDULED FOR
001196*    PDDB0038 TO APPLY WHEN THE TIME ARRIVES.
001197     05  WW-100-ACTV-SW           PIC X(01) VALUE 'N'.
001198         88  WW-100-SCHEDULED     VALUE 'Y'.
001199         88  WW-100-ACTV-ERROR    VALUE 'E'.
001200     05  WW-100-ACTV-IN           PIC X(16).
001201     05  WW-100-ACTV-PARTS REDEFINES WW-100-ACTV-IN.
001202         10  WW-100-ACTV-CCYY     PIC 9(04).
001203         10  WW-100-ACTV-SEP-1    PIC X(01).
001204         10  WW-100-ACTV-MM       PIC 9(02).
001205         10  WW-100-ACTV-SEP-2    PIC X(01).
001206         10  WW-100-ACTV-DD       PIC 9(02).
001207         10  WW-100-ACTV-SEP-3    PIC X(01).
001208         10  WW-100-ACTV-HH       PIC 9(02).
001209         10  WW-100-ACTV-SEP-4    PIC X(01).
001210         10  WW-100-ACTV-MI       PIC 9(02).
001211     05  WW-100-ACTV-QUO          PIC 9(04).
001212     05  WW-100-ACTV-REM          PIC 9(04).
001213*    SHARED CONFIGURATION ROW ROUTINE - READS THE ROW AS IT
001214*    STANDS SO THE STAGED CHANGE CARRIES ITS BEFORE IMAGE.
001215     COPY WKC90070.
001216     COPY CLCFGIMG.
001217*
001218 01  WC-000-COMMAREA-WS.
001219     05  WC-000-LAST-ACTCD        PIC X(01).
001220
001221 LINKAGE SECTION.
001230 01  DFHCOMMAREA.
001240     05  PDDM7575-LAST-ACTCD      PIC X(01).
001250
001763     END-IF.
001760     PERFORM S410-000-VALIDATE-INPUT
001770         THRU S410-999-EXIT.
001771*    MAKER-CHECKER OR AN ACTIVATION TIME - A CHANGE IS STAGED
001772*    FOR APPROVAL OR FOR PDDB0038, NOT APPLIED.
001773     IF WW-000-VALID-LIST AND WW-000-VALID-ACT
001774        AND (ACTCDI = 'A' OR 'C' OR 'D')
001775         PERFORM S485-000-CHECK-MC-MODE
001776             THRU S485-999-EXIT
001777         IF WW-100-MC-ERROR
001778             GO TO S400-999-EXIT
001779         END-IF
001780         PERFORM S487-000-CHECK-ACTV-TS
001781             THRU S487-999-EXIT
001782         IF WW-100-ACTV-ERROR
001783             GO TO S400-999-EXIT
001784         END-IF
001785         IF WW-100-MC-ON OR WW-100-SCHEDULED
001786             PERFORM S490-000-STAGE-CHANGE
001787                 THRU S490-999-EXIT
001788             MOVE ACTCDI          TO WC-000-LAST-ACTCD
001789             GO TO S400-999-EXIT
001790         END-IF
001791     END-IF.
001792     IF WW-000-VALID-LIST AND WW-000-VALID-ACT
001793         EVALUATE ACTCDI
001800             WHEN 'A'
001810                 PERFORM S420-000-ADD-ROW
001820                     THRU S420-999-EXIT
336990     END-EXEC.
337000 S480-999-EXIT.
337010     EXIT.
337110*****************************************************************
337210*    S485-000-CHECK-MC-MODE - MAKER-CHECKER IS ON FOR THIS      *
337310*    SCREEN WHILE LIST 7537 HAS AN EFFECTIVE ROW WHOSE START    *
337410*    LIMIT IS ITS TRANID.  THE END LIMIT IS THE HOURS A STAGED  *
337510*    CHANGE WAITS FOR APPROVAL BEFORE IT EXPIRES (DEFAULT 24).  *
337610*****************************************************************
337710 S485-000-CHECK-MC-MODE.
337810     MOVE 'N'                    TO WW-100-MC-SW.
337910     MOVE 24                     TO WS-100-MC-HRS.
338010     MOVE WK-030-TRANID          TO WS-100-MC-TRAN-TX.
338110     EXEC SQL
338210         SELECT G_LIST_END_LMT
338310           INTO :WS-100-MC-HRS-TX
338410           FROM G_LIST_DTL_TB
338510          WHERE G_LIST_SUBSYS_CD    = 'C'
338610            AND G_LIST_NUM          = '7537'
338710            AND G_LIST_STRT_LMT     = :WS-100-MC-TRAN-TX
338810            AND G_LIST_EFF_STRT_DT <=
338910                TO_CHAR(CURRENT_DATE,'YYYY-MM-DD')
339010            AND G_LIST_EFF_END_DT  >=
339110                TO_CHAR(CURRENT_DATE,'YYYY-MM-DD')
339210            AND ROWNUM = 1
339310     END-EXEC.
339410     EVALUATE SQLCODE
339510         WHEN 0
339610             SET WW-100-MC-ON    TO TRUE
339710             IF WS-100-MC-HRS-TX (1:1) NUMERIC
339810                 COMPUTE WS-100-MC-HRS =
339910                     FUNCTION NUMVAL (WS-100-MC-HRS-TX)
340010             END-IF
340110             IF WS-100-MC-HRS < 1
340210                 MOVE 24         TO WS-100-MC-HRS
340310             END-IF
340410         WHEN 100
340510             CONTINUE
340610         WHEN OTHER
340710             SET WW-100-MC-ERROR TO TRUE
340810             MOVE 'SQL ERROR READING LIST 7537 - NO CHANGE MADE'
340910                                 TO MSGO
341010     END-EVALUATE.
341110 S485-999-EXIT.
341210     EXIT.
341310*****************************************************************
341311*    S487-000-CHECK-ACTV-TS - AN ACTIVATION TIME, WHEN KEYED,   *
341312*    MUST BE A REAL DATE AND TIME AS CCYY-MM-DD-HH.MI AND MUST  *
341313*    BE IN THE FUTURE.  IT IS KEPT AS A FULL TIMESTAMP.         *
341314*****************************************************************
341315 S487-000-CHECK-ACTV-TS.
341316     MOVE 'N'                    TO WW-100-ACTV-SW.
341317     MOVE SPACES                 TO WS-100-ACTV-TS.
341318     MOVE ACTVTSI                TO WW-100-ACTV-IN.
341319     INSPECT WW-100-ACTV-IN REPLACING ALL LOW-VALUE BY SPACE.
341320     IF WW-100-ACTV-IN = SPACES
341321         GO TO S487-999-EXIT
341322     END-IF.
341323     SET WW-100-ACTV-ERROR       TO TRUE.
341324     MOVE 'ACTIVATION TIME MUST BE CCYY-MM-DD-HH.MI' TO MSGO.
341325     IF WW-100-ACTV-CCYY NOT NUMERIC
341326        OR WW-100-ACTV-MM NOT NUMERIC
341327        OR WW-100-ACTV-DD NOT NUMERIC
341328        OR WW-100-ACTV-HH NOT NUMERIC
341329        OR WW-100-ACTV-MI NOT NUMERIC
341330        OR WW-100-ACTV-SEP-1 NOT = '-'
341331        OR WW-100-ACTV-SEP-2 NOT = '-'
341332        OR WW-100-ACTV-SEP-3 NOT = '-'
341333        OR WW-100-ACTV-SEP-4 NOT = '.'
341334         GO TO S487-999-EXIT
341335     END-IF.
341336     IF WW-100-ACTV-MM < 1 OR WW-100-ACTV-MM > 12
341337        OR WW-100-ACTV-DD < 1 OR WW-100-ACTV-DD > 31
341338        OR WW-100-ACTV-HH > 23 OR WW-100-ACTV-MI > 59
341339         GO TO S487-999-EXIT
341340     END-IF.
341341     IF WW-100-ACTV-DD > 30
341342        AND (WW-100-ACTV-MM = 4 OR 6 OR 9 OR 11)
341343         GO TO S487-999-EXIT
341344     END-IF.
341345     DIVIDE WW-100-ACTV-CCYY BY 4 GIVING WW-100-ACTV-QUO
341346         REMAINDER WW-100-ACTV-REM.
341347     IF WW-100-ACTV-MM = 2
341348        AND (WW-100-ACTV-DD > 29
341349         OR (WW-100-ACTV-DD = 29 AND WW-100-ACTV-REM NOT = ZERO))
341350         GO TO S487-999-EXIT
341351     END-IF.
341352     STRING WW-100-ACTV-IN '.00.000000'
341353         DELIMITED BY SIZE INTO WS-100-ACTV-TS.
341354     EXEC SQL
341355         SELECT CASE WHEN :WS-100-ACTV-TS >
341356                          TO_CHAR(CURRENT_TIMESTAMP,
341357                                  'YYYY-MM-DD-HH24.MI.SS.FF6')
341358                     THEN 'Y' ELSE 'N' END
341359           INTO :WS-100-FUTURE-SW
341360           FROM DUAL
341361     END-EXEC.
341362     IF SQLCODE NOT = 0
341363         MOVE 'SQL ERROR - SEE ON-CALL DASHBOARD' TO MSGO
341364         GO TO S487-999-EXIT
341365     END-IF.
341366     IF WS-100-FUTURE-SW NOT = 'Y'
341367         MOVE 'ACTIVATION TIME MUST BE IN THE FUTURE' TO MSGO
341368         GO TO S487-999-EXIT
341369     END-IF.
341370     SET WW-100-SCHEDULED        TO TRUE.
341371     MOVE SPACES                 TO MSGO.
341372 S487-999-EXIT.
341373     EXIT.
341374*****************************************************************
341410*    S490-000-STAGE-CHANGE - THE ADD, CHANGE OR DELETE IS NOT   *
341510*    APPLIED HERE.  THE ROW AS IT STANDS AND AS IT WOULD BE GO  *
341610*    TO C_CFG_PEND_TB; THE APPROVER'S SCREEN (W770, PDDM7592)   *
341710*    OR, AT ITS ACTIVATION TIME, PDDB0038 APPLIES IT, WRITES    *
341810*    THE G_LIST_AUD_TB IMAGES AND TOUCHES THE 7997 STAMP.       *
341910*****************************************************************
342010 S490-000-STAGE-CHANGE.
342110     MOVE SPACES                 TO CLCFGIMG-ROW-IMG.
342210     MOVE WS-000-SUBSYS-CD       TO CLCFGIMG-GL-SUBSYS-CD.
342310     MOVE LISTNUMI               TO CLCFGIMG-GL-LIST-NUM.
342410     MOVE GRPIDI                 TO CLCFGIMG-GL-GROUP-ID.
342510     MOVE STRTLMTI               TO CLCFGIMG-GL-STRT-LMT.
342610     MOVE ZERO                   TO CLCFGIMG-GL-CUST-PART-NUM.
342710     MOVE CLCFGIMG-ROW-IMG       TO WK-9007-ROW-IMG.
342810     SET WK-9007-READ            TO TRUE.
342910     SET WK-9007-GLST            TO TRUE.
343010     CALL 'PDDS9007' USING WK-9007-CALL-PARMS.
343110     IF WK-9007-SQL-ERROR OR WK-9007-BAD-PARMS
343210         MOVE 'SQL ERROR - SEE ON-CALL DASHBOARD' TO MSGO
343310         GO TO S490-999-EXIT
343410     END-IF.
343510     IF ACTCDI = 'A'
343610         IF WK-9007-OK
343710             MOVE 'ROW IS ALREADY ON THE LIST - NOT STAGED'
343810                                 TO MSGO
343910             GO TO S490-999-EXIT
344010         END-IF
344110         MOVE SPACES             TO CLCFPNTB-C-BEF-IMG-TX
344210     ELSE
344310         IF WK-9007-NOT-FOUND
344410             MOVE 'ROW NOT FOUND'  TO MSGO
344510             GO TO S490-999-EXIT
344610         END-IF
344710         MOVE WK-9007-ROW-IMG    TO CLCFPNTB-C-BEF-IMG-TX
344810                                    CLCFGIMG-ROW-IMG
344910     END-IF.
345010     IF ACTCDI = 'D'
345110         MOVE SPACES             TO CLCFPNTB-C-AFT-IMG-TX
345210     ELSE
345310         MOVE ENDLMTI            TO CLCFGIMG-GL-END-LMT
345410         MOVE EFFSTRTI           TO CLCFGIMG-GL-EFF-STRT-DT
345510         MOVE EFFENDI            TO CLCFGIMG-GL-EFF-END-DT
345610         MOVE RSNTXI             TO CLCFGIMG-GL-DTL-TX
345710         MOVE CLCFGIMG-ROW-IMG   TO CLCFPNTB-C-AFT-IMG-TX
345810     END-IF.
345910     MOVE SPACES                 TO CLCFPNTB-C-PEND-KEY-TX.
346010     STRING LISTNUMI ' ' GRPIDI ' ' STRTLMTI
346110         DELIMITED BY SIZE INTO CLCFPNTB-C-PEND-KEY-TX.
346210     PERFORM S495-000-WRITE-PENDING
346310         THRU S495-999-EXIT.
346410 S490-999-EXIT.
346510     EXIT.
346610*****************************************************************
346685*    S495-000-WRITE-PENDING - STAGE THE CHANGE ON THE QUEUE -   *
346760*    PENDING UNDER MAKER-CHECKER, ELSE SCHEDULED.  ONE LIVE     *
346835*    STAGED CHANGE PER ROW KEY; A PENDING ONE EXPIRES AFTER THE *
346910*    LIST 7537 HOURS IF NOBODY APPROVES IT.                     *
347010*****************************************************************
347110 S495-000-WRITE-PENDING.
347210     MOVE WK-030-TRANID          TO CLCFPNTB-C-PEND-TRAN-ID.
347226     IF WW-100-MC-ON
347242         MOVE 'P'                TO WS-100-NEW-STAT-CD
347258     ELSE
347274         MOVE 'S'                TO WS-100-NEW-STAT-CD
347290     END-IF.
347310     EXEC SQL
347410         SELECT COUNT(*)
347510           INTO :WS-100-PEND-CNT
347610           FROM C_CFG_PEND_TB
347710          WHERE C_PEND_TRAN_ID = :CLCFPNTB-C-PEND-TRAN-ID
347810            AND C_PEND_KEY_TX  = :CLCFPNTB-C-PEND-KEY-TX
347893            AND ((C_PEND_STAT_CD = 'P'
347976              AND C_EXPIRE_TS    >
348059                  TO_CHAR(CURRENT_TIMESTAMP,
348142                          'YYYY-MM-DD-HH24.MI.SS.FF6'))
348225               OR C_PEND_STAT_CD = 'S')
348310     END-EXEC.
348410     IF SQLCODE NOT = 0
348510         MOVE 'SQL ERROR - SEE ON-CALL DASHBOARD' TO MSGO
348610         GO TO S495-999-EXIT
348710     END-IF.
348810     IF WS-100-PEND-CNT > ZERO
348910         MOVE 'A CHANGE TO THIS ROW IS ALREADY STAGED - SEE W770'
349010                                 TO MSGO
349110         GO TO S495-999-EXIT
349210     END-IF.
349310     EXEC SQL
349410         SELECT C_CFG_PEND_SEQ.NEXTVAL
349510           INTO :CLCFPNTB-C-PEND-NUM
349610           FROM DUAL
349710     END-EXEC.
349810     IF SQLCODE NOT = 0
349910         MOVE 'SQL ERROR - SEE ON-CALL DASHBOARD' TO MSGO
350010         GO TO S495-999-EXIT
350110     END-IF.
350210     MOVE ACTCDI                 TO CLCFPNTB-C-PEND-ACTN-CD.
350310     MOVE WK-9003-OPER-ID        TO CLCFPNTB-C-MAKER-USER-ID.
350410     EXEC SQL
350510         INSERT INTO C_CFG_PEND_TB
350610             (C_PEND_NUM, C_PEND_TRAN_ID, C_PEND_ACTN_CD,
350710              C_PEND_KEY_TX, C_PEND_STAT_CD, C_MAKER_USER_ID,
350810              C_MAKER_TS, C_EXPIRE_TS,
350910              C_CHKR_USER_ID, C_CHKR_TS, C_CHKR_RSN_TX,
350976              C_BEF_IMG_TX, C_AFT_IMG_TX,
351042              C_ACTV_TS, C_ACTV_CLOSE_USER_ID, C_ACTV_CLOSE_TS)
351110         VALUES
351210             (:CLCFPNTB-C-PEND-NUM, :CLCFPNTB-C-PEND-TRAN-ID,
351310              :CLCFPNTB-C-PEND-ACTN-CD, :CLCFPNTB-C-PEND-KEY-TX,
351410              :WS-100-NEW-STAT-CD, :CLCFPNTB-C-MAKER-USER-ID,
351510              TO_CHAR(CURRENT_TIMESTAMP,
351610                      'YYYY-MM-DD-HH24.MI.SS.FF6'),
351710              TO_CHAR(CURRENT_TIMESTAMP +
351810                      NUMTODSINTERVAL(:WS-100-MC-HRS, 'HOUR'),
351910                      'YYYY-MM-DD-HH24.MI.SS.FF6'),
352010              ' ', ' ', ' ',
352076              :CLCFPNTB-C-BEF-IMG-TX, :CLCFPNTB-C-AFT-IMG-TX,
352142              :WS-100-ACTV-TS, ' ', ' ')
352210     END-EXEC.
352310     IF SQLCODE NOT = 0
352410         MOVE 'SQL ERROR - SEE ON-CALL DASHBOARD' TO MSGO
352510         GO TO S495-999-EXIT
352610     END-IF.
352710     MOVE CLCFPNTB-C-PEND-NUM    TO WW-100-PEND-DSP.
352810     MOVE SPACES                 TO MSGO.
352833     EVALUATE TRUE
352856         WHEN NOT WW-100-MC-ON
352879             STRING 'SCHEDULED AS CHANGE ' WW-100-PEND-DSP
352902                    ' - ACTIVATES ' WW-100-ACTV-IN
352925                    ' (CANCEL ON W770)'
352948                 DELIMITED BY SIZE INTO MSGO
352971         WHEN WW-100-SCHEDULED
352994             STRING 'PENDING CHANGE ' WW-100-PEND-DSP
353017                    ' FOR ' WW-100-ACTV-IN
353040                    ' - APPROVE IT ON W770'
353063                 DELIMITED BY SIZE INTO MSGO
353086         WHEN OTHER
353109             STRING 'STAGED AS PENDING CHANGE ' WW-100-PEND-DSP
353132                    ' - A SECOND OPERATOR MUST APPROVE IT ON W770'
353155                 DELIMITED BY SIZE INTO MSGO
353178     END-EVALUATE.
353210 S495-999-EXIT.
353310     EXIT.
353410****************************************************************
003363*    S800-000-SEND-MAP - REDISPLAY THE SCREEN WITH RESULTS      *
337030****************************************************************
003370 S800-000-SEND-MAP.
