000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDS9007.
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
001300*  10/15/26  ACS   NEW PROGRAM.  SHARED CONFIGURATION ROW      *
001400*                  ROUTINE FOR THE CHANGE-PACKAGE JOBS.  READS *
001500*                  ONE ROW OF G_LIST_DTL_TB,                   *
001600*                  R_CLM_EXC_DISP_TB, R_POS_MSG_CAT_TB,        *
001700*                  R_SIT_FLD_REQ_TB OR R_PCN_RTE_TB BY KEY     *
001800*                  INTO A FIXED ROW IMAGE (CLCFGIMG), PUTS AN  *
001900*                  IMAGE BACK (UPDATE, OR INSERT WHEN THE KEY  *
002000*                  IS NEW) OR DELETES THE ROW, HANDING BACK    *
002100*                  THE ROW AS IT WAS.  A G_LIST_DTL_TB CHANGE  *
002200*                  IS AUDITED ON G_LIST_AUD_TB THE SAME WAY    *
002300*                  THE W757 SCREEN (PDDM7575) AUDITS ITS OWN.  *
002316*  10/15/26  ACS   ALSO READS, PUTS AND DELETES                *
002332*                  R_CLM_EXC_EOB_TB (EXEB) AND C_EXC_CTGRY_TB  *
002348*                  (EXCT) ROWS FOR THE EXCEPTION MAINTENANCE   *
002364*                  SCREEN (PDDM7593), WHICH AUDITS THEM ITSELF *
002380*                  ON C_CFG_AUD_TB.                            *
002400*                                                              *
002500*****************************************************************
002600*                                                               *
002700*   THE ROUTINE DOES NOT COMMIT AND DOES NOT TOUCH THE 7997     *
002800*   REFRESH STAMP - BOTH BELONG TO THE CALLER, WHICH APPLIES A  *
002900*   WHOLE PACKAGE AS ONE UNIT OF WORK.  IT ALWAYS RETURNS TO    *
003000*   ITS CALLER; A MISSING ROW, BAD PARAMETERS OR A DATABASE     *
003100*   ERROR ARE REPORTED IN WK-9007-REPLY-CD.                     *
003200*                                                               *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800*****************************************************************
003900*  DATA DIVISION                                                *
004000*****************************************************************
004100 DATA DIVISION.
004200 WORKING-STORAGE SECTION.
004300     EXEC SQL INCLUDE SQLCA END-EXEC.
004400     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
004500     COPY CLCFGIMG.
004600     COPY GLAUDTB.
004700     EXEC SQL END DECLARE SECTION END-EXEC.
004800*****************************************************************
004900*  LINKAGE SECTION                                              *
005000*****************************************************************
005100 LINKAGE SECTION.
005200     COPY WKC90070.
005300*****************************************************************
005400*  PROCEDURE DIVISION                                          *
005500*****************************************************************
005600 PROCEDURE DIVISION USING WK-9007-CALL-PARMS.
005700*
005800 S000-000-MAINLINE       SECTION.
005900 S000-010-START.
006000     SET WK-9007-OK              TO TRUE.
006100     MOVE ZERO                   TO WK-9007-SQLCODE.
006200     MOVE SPACES                 TO WK-9007-BEF-IMG
006300                                    WK-9007-ACTN-CD.
006400     IF (NOT WK-9007-READ AND NOT WK-9007-PUT
006500                          AND NOT WK-9007-DELETE)
006600        OR (NOT WK-9007-GLST AND NOT WK-9007-EXCD
006700            AND NOT WK-9007-MSGC AND NOT WK-9007-SITF
006766            AND NOT WK-9007-PCNR AND NOT WK-9007-EXEB
006832            AND NOT WK-9007-EXCT)
006900        OR WK-9007-ROW-IMG = SPACES
007000         SET WK-9007-BAD-PARMS   TO TRUE
007100         GOBACK
007200     END-IF.
007300     IF NOT WK-9007-READ
007400        AND (WK-9007-AUD-USER-ID = SPACES
007500             OR WK-9007-AUD-SRC-CD = SPACES)
007600         SET WK-9007-BAD-PARMS   TO TRUE
007700         GOBACK
007800     END-IF.
007900*    THE ROW AS IT STANDS NOW, WHATEVER THE FUNCTION.
008000     MOVE WK-9007-ROW-IMG        TO CLCFGIMG-ROW-IMG.
008100     PERFORM S100-000-READ-ROW
008200         THRU S100-999-EXIT.
008300     IF WK-9007-SQL-ERROR
008400         GOBACK
008500     END-IF.
008600     EVALUATE TRUE
008700       WHEN WK-9007-READ
008800         IF WK-9007-OK
008900             MOVE CLCFGIMG-ROW-IMG TO WK-9007-ROW-IMG
009000         END-IF
009100       WHEN WK-9007-PUT
009200         IF WK-9007-OK
009300             MOVE CLCFGIMG-ROW-IMG TO WK-9007-BEF-IMG
009400             SET WK-9007-CHANGED TO TRUE
009500             MOVE WK-9007-ROW-IMG TO CLCFGIMG-ROW-IMG
009600             PERFORM S200-000-UPDATE-ROW
009700                 THRU S200-999-EXIT
009800         ELSE
009900             SET WK-9007-OK      TO TRUE
010000             SET WK-9007-ADDED   TO TRUE
010100             MOVE WK-9007-ROW-IMG TO CLCFGIMG-ROW-IMG
010200             PERFORM S300-000-INSERT-ROW
010300                 THRU S300-999-EXIT
010400         END-IF
010500       WHEN WK-9007-DELETE
010600         IF WK-9007-OK
010700             MOVE CLCFGIMG-ROW-IMG TO WK-9007-BEF-IMG
010800             SET WK-9007-DELETED TO TRUE
010900             PERFORM S400-000-DELETE-ROW
011000                 THRU S400-999-EXIT
011100         END-IF
011200     END-EVALUATE.
011300     IF WK-9007-OK
011400        AND WK-9007-GLST
011500        AND NOT WK-9007-READ
011600         PERFORM S500-000-AUDIT-LIST
011700             THRU S500-999-EXIT
011800     END-IF.
011900     GOBACK.
012000*****************************************************************
012100*    S100-000-READ-ROW - THE ROW WITH THE IMAGE'S KEY INTO THE  *
012200*    IMAGE; NOT FOUND LEAVES THE KEY AND SETS WK-9007-NOT-FOUND *
012300*****************************************************************
012400 S100-000-READ-ROW.
012500     EVALUATE TRUE
012600       WHEN WK-9007-GLST
012700         EXEC SQL
012800             SELECT R_CUST_PART_NUM,
012900                    NVL(C_NCPDP_TXN_CD, ' '),
013000                    NVL(R_NCPDP_VRSN_NUM, ' '),
013100                    NVL(G_LIST_END_LMT, ' '),
013200                    NVL(G_LIST_STRT_2_LMT, ' '),
013300                    NVL(G_LIST_END_2_LMT, ' '),
013400                    NVL(G_LIST_STRT_3_LMT, ' '),
013500                    NVL(G_LIST_END_3_LMT, ' '),
013600                    NVL(G_LIST_STRT_4_LMT, ' '),
013700                    G_LIST_EFF_STRT_DT, G_LIST_EFF_END_DT,
013800                    NVL(G_LIST_DTL_TX, ' ')
013900               INTO :CLCFGIMG-GL-CUST-PART-NUM,
014000                    :CLCFGIMG-GL-TXN-CD,
014100                    :CLCFGIMG-GL-VRSN-NUM,
014200                    :CLCFGIMG-GL-END-LMT,
014300                    :CLCFGIMG-GL-STRT-2-LMT,
014400                    :CLCFGIMG-GL-END-2-LMT,
014500                    :CLCFGIMG-GL-STRT-3-LMT,
014600                    :CLCFGIMG-GL-END-3-LMT,
014700                    :CLCFGIMG-GL-STRT-4-LMT,
014800                    :CLCFGIMG-GL-EFF-STRT-DT,
014900                    :CLCFGIMG-GL-EFF-END-DT,
015000                    :CLCFGIMG-GL-DTL-TX
015100               FROM G_LIST_DTL_TB
015200              WHERE G_LIST_SUBSYS_CD = :CLCFGIMG-GL-SUBSYS-CD
015300                AND G_LIST_NUM       = :CLCFGIMG-GL-LIST-NUM
015400                AND R_GROUP_ID       = :CLCFGIMG-GL-GROUP-ID
015500                AND G_LIST_STRT_LMT  = :CLCFGIMG-GL-STRT-LMT
015600         END-EXEC
015700       WHEN WK-9007-EXCD
015800         EXEC SQL
015900             SELECT R_CLM_EXC_IDX_NUM,
016000                    TO_CHAR(R_CLM_EXC_END_DT, 'YYYY-MM-DD'),
016100                    R_CLM_EXC_DISP_CD,
016200                    NVL(R_EXC_FORCE_APP_CD, ' '),
016300                    NVL(R_FORCE_DENY_CD, ' '),
016400                    NVL(R_CLM_ADJUD_REJ_CD, ' '),
016500                    NVL(R_TXT_EOB_CD, ' ')
016600               INTO :CLCFGIMG-ED-IDX-NUM,
016700                    :CLCFGIMG-ED-END-DT,
016800                    :CLCFGIMG-ED-DISP-CD,
016900                    :CLCFGIMG-ED-FORCE-APP-CD,
017000                    :CLCFGIMG-ED-FORCE-DENY-CD,
017100                    :CLCFGIMG-ED-ADJUD-REJ-CD,
017200                    :CLCFGIMG-ED-TXT-EOB-CD
017300               FROM R_CLM_EXC_DISP_TB
017400              WHERE R_CUST_PART_NUM  = :CLCFGIMG-ED-CUST-PART-NUM
017500                AND R_CLM_EXC_CD     = :CLCFGIMG-ED-EXC-CD
017600                AND R_PLAN_ID        = :CLCFGIMG-ED-PLAN-ID
017700                AND R_GROUP_ID       = :CLCFGIMG-ED-GROUP-ID
017800                AND C_BAT_DOC_TY_CD  = :CLCFGIMG-ED-DOC-TY-CD
017900                AND C_BAT_MED_SRC_CD = :CLCFGIMG-ED-MED-SRC-CD
018000                AND C_HDR_TY_CD      = :CLCFGIMG-ED-HDR-TY-CD
018100                AND R_CLM_EXC_BEG_DT =
018200                    TO_DATE(:CLCFGIMG-ED-BEG-DT, 'YYYY-MM-DD')
018300         END-EXEC
018400       WHEN WK-9007-MSGC
018500         EXEC SQL
018600             SELECT R_MSG_END_DT, R_MSG_TX
018700               INTO :CLCFGIMG-MC-END-DT,
018800                    :CLCFGIMG-MC-MSG-TX
018900               FROM R_POS_MSG_CAT_TB
019000              WHERE R_CLM_EXC_CD     = :CLCFGIMG-MC-EXC-CD
019100                AND R_GROUP_ID       = :CLCFGIMG-MC-GROUP-ID
019200                AND R_LANG_CD        = :CLCFGIMG-MC-LANG-CD
019300                AND R_MSG_BEG_DT     = :CLCFGIMG-MC-BEG-DT
019400         END-EXEC
019500       WHEN WK-9007-SITF
019600         EXEC SQL
019700             SELECT R_FLD_EFF_END_DT, R_FLD_ACTN_CD,
019800                    NVL(R_FLD_DFLT_TX, ' '),
019900                    NVL(R_CLM_EXC_CD, ' ')
020000               INTO :CLCFGIMG-SF-END-DT,
020100                    :CLCFGIMG-SF-ACTN-CD,
020200                    :CLCFGIMG-SF-DFLT-TX,
020300                    :CLCFGIMG-SF-EXC-CD
020400               FROM R_SIT_FLD_REQ_TB
020500              WHERE R_NCPDP_VRSN_NUM = :CLCFGIMG-SF-VRSN-NUM
020600                AND C_NCPDP_TXN_CD   = :CLCFGIMG-SF-TXN-CD
020700                AND R_FLD_ID         = :CLCFGIMG-SF-FLD-ID
020800                AND R_FLD_EFF_BEG_DT = :CLCFGIMG-SF-BEG-DT
020900         END-EXEC
021000       WHEN WK-9007-PCNR
021100         EXEC SQL
021200             SELECT C_PCN_END_DT, C_ENV_CLASS_CD,
021300                    NVL(R_DFLT_GROUP_ID, ' '),
021400                    R_CUST_PART_NUM
021500               INTO :CLCFGIMG-PR-END-DT,
021600                    :CLCFGIMG-PR-ENV-CLASS-CD,
021700                    :CLCFGIMG-PR-DFLT-GROUP-ID,
021800                    :CLCFGIMG-PR-CUST-PART-NUM
021900               FROM R_PCN_RTE_TB
022000              WHERE C_PRCS_NUM       = :CLCFGIMG-PR-PRCS-NUM
022100                AND C_PCN_BEG_DT     = :CLCFGIMG-PR-BEG-DT
022200         END-EXEC
022206       WHEN WK-9007-EXEB
022212         EXEC SQL
022218             SELECT R_EXC_EOB_ADJUD_CD
022224               INTO :CLCFGIMG-EB-EOB-ADJUD-CD
022230               FROM R_CLM_EXC_EOB_TB
022236              WHERE R_CLM_EXC_CD     = :CLCFGIMG-EB-EXC-CD
022242         END-EXEC
022248       WHEN WK-9007-EXCT
022254         EXEC SQL
022260             SELECT C_CTGRY_CD, NVL(C_CTGRY_DESC, ' ')
022266               INTO :CLCFGIMG-CT-CTGRY-CD,
022272                    :CLCFGIMG-CT-CTGRY-DESC
022278               FROM C_EXC_CTGRY_TB
022284              WHERE R_CLM_EXC_CD     = :CLCFGIMG-CT-EXC-CD
022290         END-EXEC
022300     END-EVALUATE.
022400     EVALUATE SQLCODE
022500       WHEN 0
022600         CONTINUE
022700       WHEN 100
022800         SET WK-9007-NOT-FOUND   TO TRUE
022900       WHEN OTHER
023000         MOVE SQLCODE            TO WK-9007-SQLCODE
023100         SET WK-9007-SQL-ERROR   TO TRUE
023200     END-EVALUATE.
023300 S100-999-EXIT.
023400     EXIT.
023500*****************************************************************
023600*    S200-000-UPDATE-ROW - EVERY NON-KEY COLUMN FROM THE IMAGE  *
023700*****************************************************************
023800 S200-000-UPDATE-ROW.
023900     EVALUATE TRUE
024000       WHEN WK-9007-GLST
024100         EXEC SQL
024200             UPDATE G_LIST_DTL_TB
024300                SET R_CUST_PART_NUM    =
024400                        :CLCFGIMG-GL-CUST-PART-NUM,
024500                    C_NCPDP_TXN_CD     = :CLCFGIMG-GL-TXN-CD,
024600                    R_NCPDP_VRSN_NUM   = :CLCFGIMG-GL-VRSN-NUM,
024700                    G_LIST_END_LMT     = :CLCFGIMG-GL-END-LMT,
024800                    G_LIST_STRT_2_LMT  = :CLCFGIMG-GL-STRT-2-LMT,
024900                    G_LIST_END_2_LMT   = :CLCFGIMG-GL-END-2-LMT,
025000                    G_LIST_STRT_3_LMT  = :CLCFGIMG-GL-STRT-3-LMT,
025100                    G_LIST_END_3_LMT   = :CLCFGIMG-GL-END-3-LMT,
025200                    G_LIST_STRT_4_LMT  = :CLCFGIMG-GL-STRT-4-LMT,
025300                    G_LIST_EFF_STRT_DT = :CLCFGIMG-GL-EFF-STRT-DT,
025400                    G_LIST_EFF_END_DT  = :CLCFGIMG-GL-EFF-END-DT,
025500                    G_LIST_DTL_TX      = :CLCFGIMG-GL-DTL-TX
025600              WHERE G_LIST_SUBSYS_CD = :CLCFGIMG-GL-SUBSYS-CD
025700                AND G_LIST_NUM       = :CLCFGIMG-GL-LIST-NUM
025800                AND R_GROUP_ID       = :CLCFGIMG-GL-GROUP-ID
025900                AND G_LIST_STRT_LMT  = :CLCFGIMG-GL-STRT-LMT
026000         END-EXEC
026100       WHEN WK-9007-EXCD
026200         EXEC SQL
026300             UPDATE R_CLM_EXC_DISP_TB
026400                SET R_CLM_EXC_IDX_NUM  = :CLCFGIMG-ED-IDX-NUM,
026500                    R_CLM_EXC_END_DT   =
026600                      TO_DATE(:CLCFGIMG-ED-END-DT,'YYYY-MM-DD'),
026700                    R_CLM_EXC_DISP_CD  = :CLCFGIMG-ED-DISP-CD,
026800                    R_EXC_FORCE_APP_CD =
026900                        :CLCFGIMG-ED-FORCE-APP-CD,
027000                    R_FORCE_DENY_CD    =
027100                        :CLCFGIMG-ED-FORCE-DENY-CD,
027200                    R_CLM_ADJUD_REJ_CD =
027300                        :CLCFGIMG-ED-ADJUD-REJ-CD,
027400                    R_TXT_EOB_CD       = :CLCFGIMG-ED-TXT-EOB-CD
027500              WHERE R_CUST_PART_NUM  = :CLCFGIMG-ED-CUST-PART-NUM
027600                AND R_CLM_EXC_CD     = :CLCFGIMG-ED-EXC-CD
027700                AND R_PLAN_ID        = :CLCFGIMG-ED-PLAN-ID
027800                AND R_GROUP_ID       = :CLCFGIMG-ED-GROUP-ID
027900                AND C_BAT_DOC_TY_CD  = :CLCFGIMG-ED-DOC-TY-CD
028000                AND C_BAT_MED_SRC_CD = :CLCFGIMG-ED-MED-SRC-CD
028100                AND C_HDR_TY_CD      = :CLCFGIMG-ED-HDR-TY-CD
028200                AND R_CLM_EXC_BEG_DT =
028300                    TO_DATE(:CLCFGIMG-ED-BEG-DT, 'YYYY-MM-DD')
028400         END-EXEC
028500       WHEN WK-9007-MSGC
028600         EXEC SQL
028700             UPDATE R_POS_MSG_CAT_TB
028800                SET R_MSG_END_DT     = :CLCFGIMG-MC-END-DT,
028900                    R_MSG_TX         = :CLCFGIMG-MC-MSG-TX
029000              WHERE R_CLM_EXC_CD     = :CLCFGIMG-MC-EXC-CD
029100                AND R_GROUP_ID       = :CLCFGIMG-MC-GROUP-ID
029200                AND R_LANG_CD        = :CLCFGIMG-MC-LANG-CD
029300                AND R_MSG_BEG_DT     = :CLCFGIMG-MC-BEG-DT
029400         END-EXEC
029500       WHEN WK-9007-SITF
029600         EXEC SQL
029700             UPDATE R_SIT_FLD_REQ_TB
029800                SET R_FLD_EFF_END_DT = :CLCFGIMG-SF-END-DT,
029900                    R_FLD_ACTN_CD    = :CLCFGIMG-SF-ACTN-CD,
030000                    R_FLD_DFLT_TX    = :CLCFGIMG-SF-DFLT-TX,
030100                    R_CLM_EXC_CD     = :CLCFGIMG-SF-EXC-CD
030200              WHERE R_NCPDP_VRSN_NUM = :CLCFGIMG-SF-VRSN-NUM
030300                AND C_NCPDP_TXN_CD   = :CLCFGIMG-SF-TXN-CD
030400                AND R_FLD_ID         = :CLCFGIMG-SF-FLD-ID
030500                AND R_FLD_EFF_BEG_DT = :CLCFGIMG-SF-BEG-DT
030600         END-EXEC
030700       WHEN WK-9007-PCNR
030800         EXEC SQL
030900             UPDATE R_PCN_RTE_TB
031000                SET C_PCN_END_DT     = :CLCFGIMG-PR-END-DT,
031100                    C_ENV_CLASS_CD   = :CLCFGIMG-PR-ENV-CLASS-CD,
031200                    R_DFLT_GROUP_ID  = :CLCFGIMG-PR-DFLT-GROUP-ID,
031300                    R_CUST_PART_NUM  = :CLCFGIMG-PR-CUST-PART-NUM
031400              WHERE C_PRCS_NUM       = :CLCFGIMG-PR-PRCS-NUM
031500                AND C_PCN_BEG_DT     = :CLCFGIMG-PR-BEG-DT
031506         END-EXEC
031512       WHEN WK-9007-EXEB
031518         EXEC SQL
031524             UPDATE R_CLM_EXC_EOB_TB
031530                SET R_EXC_EOB_ADJUD_CD =
031536                        :CLCFGIMG-EB-EOB-ADJUD-CD
031542              WHERE R_CLM_EXC_CD     = :CLCFGIMG-EB-EXC-CD
031548         END-EXEC
031554       WHEN WK-9007-EXCT
031560         EXEC SQL
031566             UPDATE C_EXC_CTGRY_TB
031572                SET C_CTGRY_CD       = :CLCFGIMG-CT-CTGRY-CD,
031578                    C_CTGRY_DESC     = :CLCFGIMG-CT-CTGRY-DESC
031584              WHERE R_CLM_EXC_CD     = :CLCFGIMG-CT-EXC-CD
031600         END-EXEC
031700     END-EVALUATE.
031800     IF SQLCODE NOT = 0
031900         MOVE SQLCODE            TO WK-9007-SQLCODE
032000         SET WK-9007-SQL-ERROR   TO TRUE
032100     END-IF.
032200 S200-999-EXIT.
032300     EXIT.
032400*****************************************************************
032500*    S300-000-INSERT-ROW - A KEY THE TABLE DOES NOT HAVE YET    *
032600*****************************************************************
032700 S300-000-INSERT-ROW.
032800     EVALUATE TRUE
032900       WHEN WK-9007-GLST
033000         EXEC SQL
033100             INSERT INTO G_LIST_DTL_TB
033200                 (R_CUST_PART_NUM, G_LIST_SUBSYS_CD, G_LIST_NUM,
033300                  R_GROUP_ID, C_NCPDP_TXN_CD, R_NCPDP_VRSN_NUM,
033400                  G_LIST_STRT_LMT, G_LIST_END_LMT,
033500                  G_LIST_STRT_2_LMT, G_LIST_END_2_LMT,
033600                  G_LIST_STRT_3_LMT, G_LIST_END_3_LMT,
033700                  G_LIST_STRT_4_LMT,
033800                  G_LIST_EFF_STRT_DT, G_LIST_EFF_END_DT,
033900                  G_LIST_DTL_TX)
034000             VALUES
034100                 (:CLCFGIMG-GL-CUST-PART-NUM,
034200                  :CLCFGIMG-GL-SUBSYS-CD,
034300                  :CLCFGIMG-GL-LIST-NUM,
034400                  :CLCFGIMG-GL-GROUP-ID,
034500                  :CLCFGIMG-GL-TXN-CD,
034600                  :CLCFGIMG-GL-VRSN-NUM,
034700                  :CLCFGIMG-GL-STRT-LMT,
034800                  :CLCFGIMG-GL-END-LMT,
034900                  :CLCFGIMG-GL-STRT-2-LMT,
035000                  :CLCFGIMG-GL-END-2-LMT,
035100                  :CLCFGIMG-GL-STRT-3-LMT,
035200                  :CLCFGIMG-GL-END-3-LMT,
035300                  :CLCFGIMG-GL-STRT-4-LMT,
035400                  :CLCFGIMG-GL-EFF-STRT-DT,
035500                  :CLCFGIMG-GL-EFF-END-DT,
035600                  :CLCFGIMG-GL-DTL-TX)
035700         END-EXEC
035800       WHEN WK-9007-EXCD
035900         EXEC SQL
036000             INSERT INTO R_CLM_EXC_DISP_TB
036100                 (R_CUST_PART_NUM, R_CLM_EXC_CD, R_PLAN_ID,
036200                  R_GROUP_ID, C_BAT_DOC_TY_CD, C_BAT_MED_SRC_CD,
036300                  C_HDR_TY_CD, R_CLM_EXC_BEG_DT,
036400                  R_CLM_EXC_IDX_NUM,
036500                  R_CLM_EXC_END_DT, R_CLM_EXC_DISP_CD,
036600                  R_EXC_FORCE_APP_CD, R_FORCE_DENY_CD,
036700                  R_CLM_ADJUD_REJ_CD, R_TXT_EOB_CD)
036800             VALUES
036900                 (:CLCFGIMG-ED-CUST-PART-NUM,
037000                  :CLCFGIMG-ED-EXC-CD,
037100                  :CLCFGIMG-ED-PLAN-ID,
037200                  :CLCFGIMG-ED-GROUP-ID,
037300                  :CLCFGIMG-ED-DOC-TY-CD,
037400                  :CLCFGIMG-ED-MED-SRC-CD,
037500                  :CLCFGIMG-ED-HDR-TY-CD,
037600                  TO_DATE(:CLCFGIMG-ED-BEG-DT, 'YYYY-MM-DD'),
037700                  :CLCFGIMG-ED-IDX-NUM,
037800                  TO_DATE(:CLCFGIMG-ED-END-DT, 'YYYY-MM-DD'),
037900                  :CLCFGIMG-ED-DISP-CD,
038000                  :CLCFGIMG-ED-FORCE-APP-CD,
038100                  :CLCFGIMG-ED-FORCE-DENY-CD,
038200                  :CLCFGIMG-ED-ADJUD-REJ-CD,
038300                  :CLCFGIMG-ED-TXT-EOB-CD)
038400         END-EXEC
038500       WHEN WK-9007-MSGC
038600         EXEC SQL
038700             INSERT INTO R_POS_MSG_CAT_TB
038800                 (R_CLM_EXC_CD, R_GROUP_ID, R_LANG_CD,
038900                  R_MSG_BEG_DT, R_MSG_END_DT, R_MSG_TX)
039000             VALUES
039100                 (:CLCFGIMG-MC-EXC-CD,
039200                  :CLCFGIMG-MC-GROUP-ID,
039300                  :CLCFGIMG-MC-LANG-CD,
039400                  :CLCFGIMG-MC-BEG-DT,
039500                  :CLCFGIMG-MC-END-DT,
039600                  :CLCFGIMG-MC-MSG-TX)
039700         END-EXEC
039800       WHEN WK-9007-SITF
039900         EXEC SQL
040000             INSERT INTO R_SIT_FLD_REQ_TB
040100                 (R_NCPDP_VRSN_NUM, C_NCPDP_TXN_CD, R_FLD_ID,
040200                  R_FLD_EFF_BEG_DT, R_FLD_EFF_END_DT,
040300                  R_FLD_ACTN_CD, R_FLD_DFLT_TX, R_CLM_EXC_CD)
040400             VALUES
040500                 (:CLCFGIMG-SF-VRSN-NUM,
040600                  :CLCFGIMG-SF-TXN-CD,
040700                  :CLCFGIMG-SF-FLD-ID,
040800                  :CLCFGIMG-SF-BEG-DT,
040900                  :CLCFGIMG-SF-END-DT,
041000                  :CLCFGIMG-SF-ACTN-CD,
041100                  :CLCFGIMG-SF-DFLT-TX,
041200                  :CLCFGIMG-SF-EXC-CD)
041300         END-EXEC
041400       WHEN WK-9007-PCNR
041500         EXEC SQL
041600             INSERT INTO R_PCN_RTE_TB
041700                 (C_PRCS_NUM, C_PCN_BEG_DT, C_PCN_END_DT,
041800                  C_ENV_CLASS_CD, R_DFLT_GROUP_ID,
041900                  R_CUST_PART_NUM)
042000             VALUES
042100                 (:CLCFGIMG-PR-PRCS-NUM,
042200                  :CLCFGIMG-PR-BEG-DT,
042300                  :CLCFGIMG-PR-END-DT,
042400                  :CLCFGIMG-PR-ENV-CLASS-CD,
042500                  :CLCFGIMG-PR-DFLT-GROUP-ID,
042600                  :CLCFGIMG-PR-CUST-PART-NUM)
042700         END-EXEC
042705       WHEN WK-9007-EXEB
042710         EXEC SQL
042715             INSERT INTO R_CLM_EXC_EOB_TB
042720                 (R_CLM_EXC_CD, R_EXC_EOB_ADJUD_CD)
042725             VALUES
042730                 (:CLCFGIMG-EB-EXC-CD,
042735                  :CLCFGIMG-EB-EOB-ADJUD-CD)
042740         END-EXEC
042745       WHEN WK-9007-EXCT
042750         EXEC SQL
042755             INSERT INTO C_EXC_CTGRY_TB
042760                 (R_CLM_EXC_CD, C_CTGRY_CD, C_CTGRY_DESC)
042765             VALUES
042770                 (:CLCFGIMG-CT-EXC-CD,
042775                  :CLCFGIMG-CT-CTGRY-CD,
042780                  :CLCFGIMG-CT-CTGRY-DESC)
042785         END-EXEC
042800     END-EVALUATE.
042900     IF SQLCODE NOT = 0
043000         MOVE SQLCODE            TO WK-9007-SQLCODE
043100         SET WK-9007-SQL-ERROR   TO TRUE
043200     END-IF.
043300 S300-999-EXIT.
043400     EXIT.
043500*****************************************************************
043600*    S400-000-DELETE-ROW - THE ROW WITH THE IMAGE'S KEY         *
043700*****************************************************************
043800 S400-000-DELETE-ROW.
043900     EVALUATE TRUE
044000       WHEN WK-9007-GLST
044100         EXEC SQL
044200             DELETE FROM G_LIST_DTL_TB
044300              WHERE G_LIST_SUBSYS_CD = :CLCFGIMG-GL-SUBSYS-CD
044400                AND G_LIST_NUM       = :CLCFGIMG-GL-LIST-NUM
044500                AND R_GROUP_ID       = :CLCFGIMG-GL-GROUP-ID
044600                AND G_LIST_STRT_LMT  = :CLCFGIMG-GL-STRT-LMT
044700         END-EXEC
044800       WHEN WK-9007-EXCD
044900         EXEC SQL
045000             DELETE FROM R_CLM_EXC_DISP_TB
045100              WHERE R_CUST_PART_NUM  = :CLCFGIMG-ED-CUST-PART-NUM
045200                AND R_CLM_EXC_CD     = :CLCFGIMG-ED-EXC-CD
045300                AND R_PLAN_ID        = :CLCFGIMG-ED-PLAN-ID
045400                AND R_GROUP_ID       = :CLCFGIMG-ED-GROUP-ID
045500                AND C_BAT_DOC_TY_CD  = :CLCFGIMG-ED-DOC-TY-CD
045600                AND C_BAT_MED_SRC_CD = :CLCFGIMG-ED-MED-SRC-CD
045700                AND C_HDR_TY_CD      = :CLCFGIMG-ED-HDR-TY-CD
045800                AND R_CLM_EXC_BEG_DT =
045900                    TO_DATE(:CLCFGIMG-ED-BEG-DT, 'YYYY-MM-DD')
046000         END-EXEC
046100       WHEN WK-9007-MSGC
046200         EXEC SQL
046300             DELETE FROM R_POS_MSG_CAT_TB
046400              WHERE R_CLM_EXC_CD     = :CLCFGIMG-MC-EXC-CD
046500                AND R_GROUP_ID       = :CLCFGIMG-MC-GROUP-ID
046600                AND R_LANG_CD        = :CLCFGIMG-MC-LANG-CD
046700                AND R_MSG_BEG_DT     = :CLCFGIMG-MC-BEG-DT
046800         END-EXEC
046900       WHEN WK-9007-SITF
047000         EXEC SQL
047100             DELETE FROM R_SIT_FLD_REQ_TB
047200              WHERE R_NCPDP_VRSN_NUM = :CLCFGIMG-SF-VRSN-NUM
047300                AND C_NCPDP_TXN_CD   = :CLCFGIMG-SF-TXN-CD
047400                AND R_FLD_ID         = :CLCFGIMG-SF-FLD-ID
047500                AND R_FLD_EFF_BEG_DT = :CLCFGIMG-SF-BEG-DT
047600         END-EXEC
047700       WHEN WK-9007-PCNR
047800         EXEC SQL
047900             DELETE FROM R_PCN_RTE_TB
048000              WHERE C_PRCS_NUM       = :CLCFGIMG-PR-PRCS-NUM
048100                AND C_PCN_BEG_DT     = :CLCFGIMG-PR-BEG-DT
048109         END-EXEC
048118       WHEN WK-9007-EXEB
048127         EXEC SQL
048136             DELETE FROM R_CLM_EXC_EOB_TB
048145              WHERE R_CLM_EXC_CD     = :CLCFGIMG-EB-EXC-CD
048154         END-EXEC
048163       WHEN WK-9007-EXCT
048172         EXEC SQL
048181             DELETE FROM C_EXC_CTGRY_TB
048190              WHERE R_CLM_EXC_CD     = :CLCFGIMG-CT-EXC-CD
048200         END-EXEC
048300     END-EVALUATE.
048400     IF SQLCODE NOT = 0
048500         MOVE SQLCODE            TO WK-9007-SQLCODE
048600         SET WK-9007-SQL-ERROR   TO TRUE
048700     END-IF.
048800 S400-999-EXIT.
048900     EXIT.
049000*****************************************************************
049100*    S500-000-AUDIT-LIST - BEFORE AND AFTER IMAGES OF A          *
049200*    G_LIST_DTL_TB CHANGE ON G_LIST_AUD_TB                      *
049300*****************************************************************
049400 S500-000-AUDIT-LIST.
049500     MOVE SPACES                 TO GLAUDTB-G-LIST-AUD-TB.
049600     MOVE WK-9007-AUD-USER-ID    TO GLAUDTB-G-AUD-USER-ID.
049700     MOVE WK-9007-AUD-SRC-CD     TO GLAUDTB-G-AUD-SRC-CD.
049800     MOVE WK-9007-ACTN-CD        TO GLAUDTB-G-AUD-ACTN-CD.
049900     IF NOT WK-9007-ADDED
050000         MOVE WK-9007-BEF-IMG    TO CLCFGIMG-ROW-IMG
050100         MOVE CLCFGIMG-GL-END-LMT TO GLAUDTB-G-BEF-END-LMT
050200         MOVE CLCFGIMG-GL-EFF-STRT-DT
050300                                 TO GLAUDTB-G-BEF-EFF-STRT-DT
050400         MOVE CLCFGIMG-GL-EFF-END-DT
050500                                 TO GLAUDTB-G-BEF-EFF-END-DT
050600         MOVE CLCFGIMG-GL-DTL-TX TO GLAUDTB-G-BEF-DTL-TX
050700     END-IF.
050800     MOVE WK-9007-ROW-IMG        TO CLCFGIMG-ROW-IMG.
050900     IF NOT WK-9007-DELETED
051000         MOVE CLCFGIMG-GL-END-LMT TO GLAUDTB-G-AFT-END-LMT
051100         MOVE CLCFGIMG-GL-EFF-STRT-DT
051200                                 TO GLAUDTB-G-AFT-EFF-STRT-DT
051300         MOVE CLCFGIMG-GL-EFF-END-DT
051400                                 TO GLAUDTB-G-AFT-EFF-END-DT
051500         MOVE CLCFGIMG-GL-DTL-TX TO GLAUDTB-G-AFT-DTL-TX
051600     END-IF.
051700     MOVE CLCFGIMG-GL-LIST-NUM   TO GLAUDTB-G-LIST-NUM.
051800     MOVE CLCFGIMG-GL-GROUP-ID   TO GLAUDTB-R-GROUP-ID.
051900     MOVE CLCFGIMG-GL-STRT-LMT   TO GLAUDTB-G-LIST-STRT-LMT.
052000     EXEC SQL
052100         INSERT INTO G_LIST_AUD_TB
052200             (G_AUD_TS, G_AUD_USER_ID, G_AUD_SRC_CD,
052300              G_AUD_ACTN_CD, G_LIST_NUM, R_GROUP_ID,
052400              G_LIST_STRT_LMT,
052500              G_BEF_END_LMT, G_BEF_EFF_STRT_DT,
052600              G_BEF_EFF_END_DT, G_BEF_DTL_TX,
052700              G_AFT_END_LMT, G_AFT_EFF_STRT_DT,
052800              G_AFT_EFF_END_DT, G_AFT_DTL_TX)
052900         VALUES
053000             (TO_CHAR(CURRENT_TIMESTAMP,
053100                      'YYYY-MM-DD-HH24.MI.SS.FF6'),
053200              :GLAUDTB-G-AUD-USER-ID,
053300              :GLAUDTB-G-AUD-SRC-CD,
053400              :GLAUDTB-G-AUD-ACTN-CD,
053500              :GLAUDTB-G-LIST-NUM,
053600              :GLAUDTB-R-GROUP-ID,
053700              :GLAUDTB-G-LIST-STRT-LMT,
053800              :GLAUDTB-G-BEF-END-LMT,
053900              :GLAUDTB-G-BEF-EFF-STRT-DT,
054000              :GLAUDTB-G-BEF-EFF-END-DT,
054100              :GLAUDTB-G-BEF-DTL-TX,
054200              :GLAUDTB-G-AFT-END-LMT,
054300              :GLAUDTB-G-AFT-EFF-STRT-DT,
054400              :GLAUDTB-G-AFT-EFF-END-DT,
054500              :GLAUDTB-G-AFT-DTL-TX)
054600     END-EXEC.
054700     IF SQLCODE NOT = 0
054800         MOVE SQLCODE            TO WK-9007-SQLCODE
054900         SET WK-9007-SQL-ERROR   TO TRUE
055000     END-IF.
055100 S500-999-EXIT.
055200     EXIT.
