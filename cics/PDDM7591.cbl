000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PDDM7591.
000030 AUTHOR.        ACS GOVERMENT HEALTHCARE.
000040 DATE-COMPILED.
000050*REMARKS.
000060*****************************************************************
000070*                                                               *
000080*@ PROGRAM-ID: PDDM7591                                         *
000090*@ TITLE: PHARMACY AUDIT CASE SCREEN                            *
000100*                                                               *
000110*****************************************************************
000120*                                                               *
000130*?  I. PROGRAM ABSTRACT                                         *
000140*+                                                              *
000150*+  PSEUDO-CONVERSATIONAL CICS TRANSACTION (TRANID W769), IN    *
000160*+  THE STYLE OF PDDM7590, FOR PROGRAM INTEGRITY'S PHARMACY     *
000170*+  DESK AUDITS.  OPENING A CASE NAMES THE PHARMACY, THE        *
000180*+  SERVICE DATES, AN OPTIONAL DRUG, THE SAMPLE SIZE AND HOW    *
000190*+  THE SAMPLE IS DRAWN FROM ITS PAID CLAIMS - AT RANDOM, AT    *
000200*+  RANDOM WITHIN A PDDR0038 METRIC (BRAND, SCHEDULE II OR      *
000210*+  COMPOUND CLAIMS), OR HIGHEST DOLLARS OR DAYS SUPPLY FIRST.  *
000220*+  A CLAIM ALREADY SAMPLED INTO ANOTHER CASE IS NOT DRAWN      *
000230*+  AGAIN.  THE AUDITOR THEN WORKS THE SAMPLE ONE CLAIM AT A    *
000240*+  TIME, RECORDING A FINDING AND THE AMOUNT OVERPAID (AT MOST  *
000250*+  WHAT WAS PAID).  FINALIZING, ONCE EVERY CLAIM HAS A         *
000260*+  FINDING, TOTALS THE FINDINGS AND POSTS THEM TO THE PAYEE    *
000270*+  IN FORCE AS A SOURCE A RECEIVABLE ON C_PROV_AR_TB, ON THE   *
000280*+  LIST 7531 INSTALLMENT SCHEDULE WHEN LARGE ENOUGH, SO THE    *
000290*+  PAYMENT CYCLE (PDDB0022) RECOUPS IT.  ALL OF AN OPEN OR A   *
000300*+  FINALIZE COMMITS OR NONE OF IT DOES.  CHANGES NEED THE      *
000310*+  UPDATE ROLE AND INQUIRY THE INQUIRE ROLE (PDDS9003).        *
000320*+  SUMMARIZED MONTHLY BY PDDR0069.                             *
000330*+                                                              *
000340*****************************************************************
000350*+                                                              *
000360*+ II. INPUT/OUTPUT MATRIX                                      *
000370*+                                                              *
000380*+     I/O              TITLE                           ID      *
000390*+     ---   ------------------------------------  ----------   *
000400*+      I/O   C_AUDIT_CASE_TB                       CLPAUCTB    *
000410*+      I/O   C_AUDIT_CLM_TB                        CLPAUFTB    *
000420*+      I     C_LI_DRUG_TB                                      *
000430*+      I     C_PROV_MSTR_TB                                    *
000440*+      I     C_PROV_PAYEE_TB                       CLPRPYTB    *
000450*+      I     G_LIST_DTL_TB                                     *
000460*+      O     C_PROV_AR_TB                          CLPARCTB    *
000470*+      O     C_PROV_AR_TXN_TB                      CLPARXTB    *
000480*+      I/O   PDDM769M MAP (MAPSET PDDM769M)        PDDM769M    *
000490*****************************************************************
000500*+                                                              *
000510*+ IV. CSR CHANGE LOG.                                          *
000520*                                                               *
000530*           -----------  CSR CHANGES  -----------               *
000540*                                                               *
000550*  CSR    CHANGE      ANALYST      DESCRIPTION OF CHANGE        *
000560*  NBR     DATE        NAME                                     *
000570*                                                               *
000580*---------------------------------------------------------------*
000590* CR4210   10/15/26  ACS       NEW PROGRAM.  PHARMACY AUDIT     *
000600*                              CASES - SAMPLE, FINDINGS AND     *
000610*                              RECOUPMENT POSTING.              *
000620*****************************************************************
000630
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 DATA DIVISION.
000670 WORKING-STORAGE SECTION.
000680
000690 01  WK-030-MISC-CONSTANTS.
000700     05  WK-030-PROGRAM-NAME     PIC X(08)      VALUE 'PDDM7591'.
000710     05  WK-030-MAPSET-NAME      PIC X(08)      VALUE 'PDDM769M'.
000720     05  WK-030-MAP-NAME         PIC X(08)      VALUE 'PDDM769S'.
000730     05  WK-030-TRANID           PIC X(04)      VALUE 'W769'.
000740
000750 01  WW-000-WORK-AREA.
000760     05  WW-000-EDIT-FAIL-SW      PIC X(01) VALUE 'N'.
000770         88  WW-000-EDIT-FAILED   VALUE 'Y'.
000780     05  WW-000-CASE-TX           PIC X(09).
000790     05  WW-000-CASE-NUM REDEFINES WW-000-CASE-TX
000800                                  PIC 9(09).
000810     05  WW-000-TCN-TX            PIC X(17).
000820     05  WW-000-TCN-NUM REDEFINES WW-000-TCN-TX
000830                                  PIC 9(17).
000840     05  WW-000-DATE-TX           PIC X(08).
000850     05  WW-000-DATE-NUM REDEFINES WW-000-DATE-TX
000860                                  PIC 9(08).
000870     05  FILLER REDEFINES WW-000-DATE-TX.
000880         10  WW-000-DATE-CCYY     PIC 9(04).
000890         10  WW-000-DATE-MM       PIC 9(02).
000900         10  WW-000-DATE-DD       PIC 9(02).
000910     05  WW-000-BEG-DATE          PIC 9(08).
000920     05  WW-000-AMT-TX            PIC X(11).
000930     05  WW-000-AMT-CHK           PIC X(11).
000940     05  WW-000-AMT-DOTS          PIC S9(04) COMP.
000950     05  WW-000-AMT-VAL           PIC S9(09)V9(02) COMP-3.
000960     05  WW-000-CASE-DSP          PIC 9(09).
000970     05  WW-000-TCN-DSP           PIC 9(17).
000980     05  WW-000-RX-DSP            PIC 9(12).
000990     05  WW-000-AMT-DSP           PIC Z(07)9.99-.
001000     05  WW-000-CNT-DSP           PIC ZZ9.
001010     05  WW-000-CNT2-DSP          PIC ZZ9.
001020     05  WW-000-STAT-LINE         PIC X(75).
001030     05  WW-000-CLM-LINE          PIC X(75).
001040
001050     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
001060     COPY CLPAUCTB.
001070     COPY CLPAUFTB.
001080     COPY CLPARCTB.
001090     COPY CLPARXTB.
001100 01  WS-000-SQL-WORK-AREA.
001110     05  WS-000-SMPL-CNT          PIC S9(09) COMP.
001120     05  WS-000-REVW-CNT          PIC S9(09) COMP.
001130     05  WS-000-LMT-TX            PIC X(15).
001140     05  WS-000-END-LMT-TX        PIC X(15).
001150     05  WS-000-INSTL-MIN-AMT     PIC S9(09)V9(02) COMP-3.
001160     05  WS-000-INSTL-CNT         PIC S9(04) COMP.
001170     EXEC SQL END DECLARE SECTION END-EXEC.
001180 01  WW-000-SQLCODE-DSP           PIC -(8)9.
001190
001200     EXEC SQL INCLUDE SQLCA END-EXEC.
001210
001220*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
001230*    ROLE CHECK - OPENING, RECORDING FINDINGS AND FINALIZING
001240*    NEED THE UPDATE ROLE, INQUIRY THE INQUIRE ROLE.
001250     COPY WKC90030.
001260*
001270 01  WC-000-COMMAREA-WS.
001280     05  WC-000-LAST-ACTCD        PIC X(01).
001290
001300 LINKAGE SECTION.
001310 01  DFHCOMMAREA.
001320     05  PDDM7591-LAST-ACTCD      PIC X(01).
001330
001340     COPY PDDM769M.
001350*****************************************************************
001360*    PROCEDURE DIVISION                                        *
001370*****************************************************************
001380 PROCEDURE DIVISION.
001390*****************************************************************
001400*    S100-000-MAINLINE - FIRST-TIME VS. RETURN DISPATCH         *
001410*****************************************************************
001420 S100-000-MAINLINE.
001430     IF EIBCALEN = 0
001440         PERFORM S200-000-INIT-SCREEN
001450             THRU S200-999-EXIT
001460     ELSE
001470         MOVE DFHCOMMAREA        TO WC-000-COMMAREA-WS
001480         PERFORM S300-000-RECEIVE-MAP
001490             THRU S300-999-EXIT
001500         PERFORM S400-000-PROCESS-ACTION
001510             THRU S400-999-EXIT
001520     END-IF.
001530     PERFORM S800-000-SEND-MAP
001540         THRU S800-999-EXIT.
001550     MOVE WC-000-LAST-ACTCD      TO PDDM7591-LAST-ACTCD.
001560     EXEC CICS
001570         RETURN TRANSID(WK-030-TRANID)
001580                COMMAREA(DFHCOMMAREA)
001590     END-EXEC.
001600     GOBACK.
001610*****************************************************************
001620*    S200-000-INIT-SCREEN                                       *
001630*****************************************************************
001640 S200-000-INIT-SCREEN.
001650     MOVE LOW-VALUES             TO PDDM769MO.
001660     MOVE SPACES                 TO WC-000-LAST-ACTCD.
001670     MOVE 'ACTION - O OPEN, I INQUIRE, F FINDING, Z FINALIZE'
001680                                 TO MSGO.
001690 S200-999-EXIT.
001700     EXIT.
001710*****************************************************************
001720*    S300-000-RECEIVE-MAP                                       *
001730*****************************************************************
001740 S300-000-RECEIVE-MAP.
001750     EXEC CICS
001760         RECEIVE MAP(WK-030-MAP-NAME)
001770                 MAPSET(WK-030-MAPSET-NAME)
001780                 INTO(PDDM769MI)
001790     END-EXEC.
001800 S300-999-EXIT.
001810     EXIT.
001820*****************************************************************
001830*    S400-000-PROCESS-ACTION - AUTHORIZE AND ROUTE ON ACTCD     *
001840*****************************************************************
001850 S400-000-PROCESS-ACTION.
001860     MOVE SPACES                 TO MSGO.
001870     IF ACTCDI NOT = 'O' AND 'I' AND 'F' AND 'Z' AND 'C'
001880         MOVE 'INVALID ACTION - MUST BE O, I, F, Z OR C' TO MSGO
001890         GO TO S400-999-EXIT
001900     END-IF.
001910     IF ACTCDI = 'C'
001920         PERFORM S200-000-INIT-SCREEN
001930             THRU S200-999-EXIT
001940         GO TO S400-999-EXIT
001950     END-IF.
001960     IF ACTCDI = 'I'
001970         MOVE 'I'                TO WK-9003-REQ-ACCESS-CD
001980     ELSE
001990         MOVE 'U'                TO WK-9003-REQ-ACCESS-CD
002000     END-IF.
002010     IF ACTCDI = 'O'
002020         MOVE PROVIDI            TO WK-9003-KEY-TX
002030     ELSE
002040         MOVE CASENOI            TO WK-9003-KEY-TX
002050     END-IF.
002060*    THE SIGNED-ON USER, NOT THE TERMINAL - ROLE CHECKS AND
002070*    THE CASE AUDIT MUST FOLLOW THE PERSON.
002080     EXEC CICS ASSIGN
002090         USERID(WK-9003-OPER-ID)
002100     END-EXEC.
002110     MOVE WK-030-TRANID          TO WK-9003-TRAN-ID.
002120     CALL 'PDDS9003' USING WK-9003-CALL-PARMS.
002130     IF WK-9003-ACCESS-DENIED
002140         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION - SEE SECURITY'
002150                                 TO MSGO
002160         GO TO S400-999-EXIT
002170     END-IF.
002180     IF ACTCDI NOT = 'O'
002190         MOVE CASENOI            TO WW-000-CASE-TX
002200         INSPECT WW-000-CASE-TX REPLACING ALL LOW-VALUE BY SPACE
002210         IF WW-000-CASE-TX NOT NUMERIC
002220             MOVE 'CASE NUMBER MUST BE 9 DIGITS' TO MSGO
002230             GO TO S400-999-EXIT
002240         END-IF
002250         MOVE WW-000-CASE-NUM    TO CLPAUCTB-C-CASE-NUM
002260     END-IF.
002270     EVALUATE ACTCDI
002280         WHEN 'O'
002290             PERFORM S410-000-OPEN-CASE
002300                 THRU S410-999-EXIT
002310         WHEN 'I'
002320             PERFORM S450-000-INQUIRE-CASE
002330                 THRU S450-999-EXIT
002340         WHEN 'F'
002350             PERFORM S420-000-RECORD-FINDING
002360                 THRU S420-999-EXIT
002370         WHEN 'Z'
002380             PERFORM S430-000-FINALIZE-CASE
002390                 THRU S430-999-EXIT
002400     END-EVALUATE.
002410     MOVE ACTCDI                 TO WC-000-LAST-ACTCD.
002420 S400-999-EXIT.
002430     EXIT.
002440*****************************************************************
002450*    S410-000-OPEN-CASE - EDIT THE CRITERIA, DRAW THE SAMPLE,   *
002460*    THEN WRITE THE CASE.  NO MATCHING CLAIMS, NO CASE.         *
002470*****************************************************************
002480 S410-000-OPEN-CASE.
002490     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
002500     PERFORM S411-000-EDIT-CRITERIA
002510         THRU S411-999-EXIT.
002520     IF WW-000-EDIT-FAILED
002530         GO TO S410-999-EXIT
002540     END-IF.
002550     EXEC SQL
002560         SELECT C_AUDIT_CASE_SEQ.NEXTVAL
002570           INTO :CLPAUCTB-C-CASE-NUM
002580           FROM DUAL
002590     END-EXEC.
002600     IF SQLCODE NOT = 0
002610         PERFORM S900-000-SQL-ERROR
002620             THRU S900-999-EXIT
002630         GO TO S410-999-EXIT
002640     END-IF.
002650     PERFORM S415-000-DRAW-SAMPLE
002660         THRU S415-999-EXIT.
002670     IF WW-000-EDIT-FAILED
002680         EXEC CICS
002690             SYNCPOINT ROLLBACK
002700         END-EXEC
002710         GO TO S410-999-EXIT
002720     END-IF.
002730     MOVE WK-9003-OPER-ID        TO CLPAUCTB-C-OPEN-USER-ID.
002740     EXEC SQL
002750         INSERT INTO C_AUDIT_CASE_TB
002760               (C_CASE_NUM, C_PROV_ID, C_CASE_STAT_CD, C_OPEN_DT,
002770                C_OPEN_USER_ID, C_SMPL_BEG_DT, C_SMPL_END_DT,
002780                C_SMPL_DRUG_CD, C_SMPL_MTHD_CD, C_SMPL_REQ_NUM,
002790                C_SMPL_CNT_NUM, C_IDENT_AMT, C_AR_NUM,
002800                C_FINAL_DT, C_FINAL_USER_ID, C_UPD_USER_ID,
002810                C_UPD_TS)
002820         VALUES (:CLPAUCTB-C-CASE-NUM, :CLPAUCTB-C-PROV-ID, 'O',
002830                 TO_CHAR(TRUNC(CURRENT_DATE),'YYYY-MM-DD'),
002840                 :CLPAUCTB-C-OPEN-USER-ID,
002850                 :CLPAUCTB-C-SMPL-BEG-DT, :CLPAUCTB-C-SMPL-END-DT,
002860                 :CLPAUCTB-C-SMPL-DRUG-CD,
002870                 :CLPAUCTB-C-SMPL-MTHD-CD,
002880                 :CLPAUCTB-C-SMPL-REQ-NUM,
002890                 :CLPAUCTB-C-SMPL-CNT-NUM,
002900                 0, 0, ' ', ' ', :CLPAUCTB-C-OPEN-USER-ID,
002910                 TO_CHAR(CURRENT_TIMESTAMP,
002920                         'YYYY-MM-DD-HH24.MI.SS.FF6'))
002930     END-EXEC.
002940     IF SQLCODE NOT = 0
002950         PERFORM S900-000-SQL-ERROR
002960             THRU S900-999-EXIT
002970         EXEC CICS
002980             SYNCPOINT ROLLBACK
002990         END-EXEC
003000         GO TO S410-999-EXIT
003010     END-IF.
003020     MOVE CLPAUCTB-C-CASE-NUM    TO WW-000-CASE-DSP.
003030     MOVE WW-000-CASE-DSP        TO CASENOO.
003040     MOVE ZERO                   TO CLPAUFTB-C-TCN-NUM.
003050     PERFORM S460-000-SHOW-CASE
003060         THRU S460-999-EXIT.
003070     IF CLPAUCTB-C-SMPL-CNT-NUM < CLPAUCTB-C-SMPL-REQ-NUM
003080         MOVE 'CASE OPENED - FEWER MATCHING CLAIMS THAN REQUESTED'
003090                                 TO MSGO
003100     ELSE
003110         MOVE 'CASE OPENED - SAMPLE DRAWN, FIRST CLAIM SHOWN'
003120                                 TO MSGO
003130     END-IF.
003140 S410-999-EXIT.
003150     EXIT.
003160*****************************************************************
003170*    S411-000-EDIT-CRITERIA - PHARMACY ON FILE, SERVICE DATES   *
003180*    IN ORDER, OPTIONAL 11-DIGIT NDC, KNOWN METHOD (BLANK IS    *
003190*    RANDOM) AND A SAMPLE OF 1 TO 999 CLAIMS                    *
003200*****************************************************************
003210 S411-000-EDIT-CRITERIA.
003220     IF PROVIDI = SPACES OR LOW-VALUES
003230         MOVE 'PHARMACY ID IS REQUIRED TO OPEN A CASE' TO MSGO
003240         SET WW-000-EDIT-FAILED  TO TRUE
003250         GO TO S411-999-EXIT
003260     END-IF.
003270     MOVE PROVIDI                TO CLPAUCTB-C-PROV-ID.
003280     EXEC SQL
003290         SELECT C_PROV_ID
003300           INTO :CLPAUCTB-C-PROV-ID
003310           FROM C_PROV_MSTR_TB
003320          WHERE C_PROV_ID = :CLPAUCTB-C-PROV-ID
003330            AND ROWNUM = 1
003340     END-EXEC.
003350     EVALUATE SQLCODE
003360       WHEN 0
003370         CONTINUE
003380       WHEN 100
003390         MOVE 'PHARMACY IS NOT ON THE PROVIDER MASTER' TO MSGO
003400         SET WW-000-EDIT-FAILED  TO TRUE
003410         GO TO S411-999-EXIT
003420       WHEN OTHER
003430         SET WW-000-EDIT-FAILED  TO TRUE
003440         PERFORM S900-000-SQL-ERROR
003450             THRU S900-999-EXIT
003460         GO TO S411-999-EXIT
003470     END-EVALUATE.
003480     MOVE BEGDTI                 TO WW-000-DATE-TX.
003490     PERFORM S416-000-EDIT-DATE
003500         THRU S416-999-EXIT.
003510     IF WW-000-EDIT-FAILED
003520         MOVE 'FROM DATE MUST BE A VALID CCYYMMDD' TO MSGO
003530         GO TO S411-999-EXIT
003540     END-IF.
003550     MOVE WW-000-DATE-NUM        TO WW-000-BEG-DATE.
003560     MOVE SPACES                 TO CLPAUCTB-C-SMPL-BEG-DT.
003570     STRING WW-000-DATE-TX (1:4) '-' WW-000-DATE-TX (5:2) '-'
003580            WW-000-DATE-TX (7:2)
003590         DELIMITED BY SIZE INTO CLPAUCTB-C-SMPL-BEG-DT.
003600     MOVE ENDDTI                 TO WW-000-DATE-TX.
003610     PERFORM S416-000-EDIT-DATE
003620         THRU S416-999-EXIT.
003630     IF WW-000-EDIT-FAILED
003640         MOVE 'TO DATE MUST BE A VALID CCYYMMDD' TO MSGO
003650         GO TO S411-999-EXIT
003660     END-IF.
003670     IF WW-000-DATE-NUM < WW-000-BEG-DATE
003680         MOVE 'TO DATE IS BEFORE THE FROM DATE' TO MSGO
003690         SET WW-000-EDIT-FAILED  TO TRUE
003700         GO TO S411-999-EXIT
003710     END-IF.
003720     MOVE SPACES                 TO CLPAUCTB-C-SMPL-END-DT.
003730     STRING WW-000-DATE-TX (1:4) '-' WW-000-DATE-TX (5:2) '-'
003740            WW-000-DATE-TX (7:2)
003750         DELIMITED BY SIZE INTO CLPAUCTB-C-SMPL-END-DT.
003760     MOVE DRUGI                  TO CLPAUCTB-C-SMPL-DRUG-CD.
003770     INSPECT CLPAUCTB-C-SMPL-DRUG-CD
003780         REPLACING ALL LOW-VALUE BY SPACE.
003790     IF CLPAUCTB-C-SMPL-DRUG-CD NOT = SPACES
003800      AND CLPAUCTB-C-SMPL-DRUG-CD NOT NUMERIC
003810         MOVE 'DRUG MUST BE AN 11-DIGIT NDC OR BLANK' TO MSGO
003820         SET WW-000-EDIT-FAILED  TO TRUE
003830         GO TO S411-999-EXIT
003840     END-IF.
003850     IF MTHDI = SPACES OR LOW-VALUES
003860         MOVE 'R'                TO CLPAUCTB-C-SMPL-MTHD-CD
003870     ELSE
003880         MOVE MTHDI              TO CLPAUCTB-C-SMPL-MTHD-CD
003890     END-IF.
003900     IF NOT CLPAUCTB-C-SMPL-MTHD-VALID
003910         MOVE 'METHOD MUST BE R, B, 2, M, D OR S' TO MSGO
003920         SET WW-000-EDIT-FAILED  TO TRUE
003930         GO TO S411-999-EXIT
003940     END-IF.
003950     MOVE SMPLSZI                TO WW-000-AMT-TX.
003960     PERFORM S417-000-EDIT-AMOUNT
003970         THRU S417-999-EXIT.
003980     IF WW-000-EDIT-FAILED
003990        OR WW-000-AMT-VAL < 1
004000        OR WW-000-AMT-VAL > 999
004010        OR WW-000-AMT-DOTS > 0
004020         MOVE 'SAMPLE SIZE MUST BE 1 TO 999 CLAIMS' TO MSGO
004030         SET WW-000-EDIT-FAILED  TO TRUE
004040         GO TO S411-999-EXIT
004050     END-IF.
004060     MOVE WW-000-AMT-VAL         TO CLPAUCTB-C-SMPL-REQ-NUM.
004070 S411-999-EXIT.
004080     EXIT.
004090*****************************************************************
004100*    S415-000-DRAW-SAMPLE - THE PHARMACY'S PAID CLAIMS IN THE   *
004110*    DATES (AND DRUG) NOT ALREADY IN A CASE, LIMITED TO THE     *
004120*    METRIC'S CLAIMS OR ORDERED HIGHEST FIRST, THE REST RANDOM, *
004130*    UP TO THE SAMPLE SIZE                                      *
004140*****************************************************************
004150 S415-000-DRAW-SAMPLE.
004160     EXEC SQL
004170         INSERT INTO C_AUDIT_CLM_TB
004180               (C_CASE_NUM, C_TCN_NUM, C_RX_SVC_REF_NUM, C_SVC_DT,
004190                R_DRUG_CD, C_PAID_AMT, C_FIND_CD, C_RCVR_AMT,
004200                C_FIND_NOTE_TX, C_FIND_USER_ID, C_FIND_TS)
004210         SELECT :CLPAUCTB-C-CASE-NUM, S.C_TCN_NUM,
004220                S.C_RX_SVC_REF_NUM, S.C_HDR_SVC_FST_DT,
004230                S.R_DRUG_CD, S.C_TOT_REIMB_AMT,
004240                ' ', 0, ' ', ' ', ' '
004250           FROM (SELECT A.C_TCN_NUM, A.C_RX_SVC_REF_NUM,
004260                        A.C_HDR_SVC_FST_DT, A.R_DRUG_CD,
004270                        A.C_TOT_REIMB_AMT
004280                   FROM C_LI_DRUG_TB A
004290                  WHERE A.C_BLNG_PROV_ID    = :CLPAUCTB-C-PROV-ID
004300                    AND A.C_HDR_STAT_CD     = 'P'
004310                    AND A.C_HDR_SVC_FST_DT >=
004320                        :CLPAUCTB-C-SMPL-BEG-DT
004330                    AND A.C_HDR_SVC_FST_DT <=
004340                        :CLPAUCTB-C-SMPL-END-DT
004350                    AND (TRIM(:CLPAUCTB-C-SMPL-DRUG-CD) IS NULL
004360                         OR A.R_DRUG_CD =
004370                            :CLPAUCTB-C-SMPL-DRUG-CD)
004380                    AND (:CLPAUCTB-C-SMPL-MTHD-CD <> 'B'
004390                         OR A.C_DAW_CD = '1')
004400                    AND (:CLPAUCTB-C-SMPL-MTHD-CD <> '2'
004410                         OR A.C_DRUG_DEA_CD = '2')
004420                    AND (:CLPAUCTB-C-SMPL-MTHD-CD <> 'M'
004430                         OR A.C_DRUG_CMPND_CD = '2')
004440                    AND NOT EXISTS
004450                        (SELECT 1
004460                           FROM C_AUDIT_CLM_TB X
004470                          WHERE X.C_TCN_NUM = A.C_TCN_NUM)
004480                  ORDER BY CASE :CLPAUCTB-C-SMPL-MTHD-CD
004490                             WHEN 'D' THEN A.C_TOT_REIMB_AMT
004500                             WHEN 'S' THEN A.C_SUB_DAY_SPLY_AMT
004510                             ELSE 0 END DESC,
004520                           DBMS_RANDOM.VALUE) S
004530          WHERE ROWNUM <= :CLPAUCTB-C-SMPL-REQ-NUM
004540     END-EXEC.
004550     EVALUATE SQLCODE
004560       WHEN 0
004570         MOVE SQLERRD (3)        TO CLPAUCTB-C-SMPL-CNT-NUM
004580       WHEN 100
004590         MOVE ZERO               TO CLPAUCTB-C-SMPL-CNT-NUM
004600       WHEN OTHER
004610         SET WW-000-EDIT-FAILED  TO TRUE
004620         PERFORM S900-000-SQL-ERROR
004630             THRU S900-999-EXIT
004640         GO TO S415-999-EXIT
004650     END-EVALUATE.
004660     IF CLPAUCTB-C-SMPL-CNT-NUM = ZERO
004670         SET WW-000-EDIT-FAILED  TO TRUE
004680         MOVE 'NO UNAUDITED PAID CLAIMS MATCH - CASE NOT OPENED'
004690                                 TO MSGO
004700     END-IF.
004710 S415-999-EXIT.
004720     EXIT.
004730*****************************************************************
004740*    S416-000-EDIT-DATE - WW-000-DATE-TX MUST BE CCYYMMDD WITH  *
004750*    A REAL MONTH AND DAY                                       *
004760*****************************************************************
004770 S416-000-EDIT-DATE.
004780     IF WW-000-DATE-TX NOT NUMERIC
004790      OR WW-000-DATE-CCYY < 1900
004800      OR WW-000-DATE-MM < 01 OR WW-000-DATE-MM > 12
004810      OR WW-000-DATE-DD < 01 OR WW-000-DATE-DD > 31
004820         SET WW-000-EDIT-FAILED  TO TRUE
004830     END-IF.
004840 S416-999-EXIT.
004850     EXIT.
004860*****************************************************************
004870*    S417-000-EDIT-AMOUNT - WW-000-AMT-TX MAY HOLD ONLY DIGITS, *
004880*    SPACES AND ONE DECIMAL POINT; BLANK IS ZERO.  THE VALUE    *
004890*    COMES BACK IN WW-000-AMT-VAL.                              *
004900*****************************************************************
004910 S417-000-EDIT-AMOUNT.
004920     MOVE ZERO                   TO WW-000-AMT-VAL
004930                                    WW-000-AMT-DOTS.
004940     INSPECT WW-000-AMT-TX REPLACING ALL LOW-VALUE BY SPACE.
004950     IF WW-000-AMT-TX = SPACES
004960         GO TO S417-999-EXIT
004970     END-IF.
004980     MOVE WW-000-AMT-TX          TO WW-000-AMT-CHK.
004990     INSPECT WW-000-AMT-CHK TALLYING WW-000-AMT-DOTS
005000         FOR ALL '.'.
005010     INSPECT WW-000-AMT-CHK CONVERTING '0123456789.'
005020                                    TO '           '.
005030     IF WW-000-AMT-CHK NOT = SPACES
005040      OR WW-000-AMT-DOTS > 1
005050         SET WW-000-EDIT-FAILED  TO TRUE
005060         GO TO S417-999-EXIT
005070     END-IF.
005080     COMPUTE WW-000-AMT-VAL = FUNCTION NUMVAL (WW-000-AMT-TX).
005090 S417-999-EXIT.
005100     EXIT.
005110*****************************************************************
005120*    S420-000-RECORD-FINDING - THE AUDITOR'S FINDING AND THE    *
005130*    AMOUNT OVERPAID FOR ONE SAMPLED CLAIM OF AN OPEN CASE.  A  *
005140*    FINDING MAY BE CHANGED UNTIL THE CASE IS FINALIZED.        *
005150*****************************************************************
005160 S420-000-RECORD-FINDING.
005170     PERFORM S465-000-READ-CASE
005180         THRU S465-999-EXIT.
005190     IF WW-000-EDIT-FAILED
005200         GO TO S420-999-EXIT
005210     END-IF.
005220     IF NOT CLPAUCTB-C-CASE-OPEN
005230         MOVE 'CASE IS FINALIZED - FINDINGS CANNOT CHANGE' TO MSGO
005240         GO TO S420-999-EXIT
005250     END-IF.
005260     MOVE TCNI                   TO WW-000-TCN-TX.
005270     IF WW-000-TCN-TX NOT NUMERIC
005280         MOVE 'TCN MUST BE 17 DIGITS' TO MSGO
005290         GO TO S420-999-EXIT
005300     END-IF.
005310     MOVE WW-000-TCN-NUM         TO CLPAUFTB-C-TCN-NUM.
005320     PERFORM S475-000-READ-CLAIM
005330         THRU S475-999-EXIT.
005340     IF WW-000-EDIT-FAILED
005350         GO TO S420-999-EXIT
005360     END-IF.
005370     MOVE FINDCDI                TO CLPAUFTB-C-FIND-CD.
005380     IF NOT CLPAUFTB-C-FIND-VALID
005390         MOVE 'FINDING MUST BE N, I, S, D, Q, R, F OR O' TO MSGO
005400         GO TO S420-999-EXIT
005410     END-IF.
005420     MOVE RCVAMTI                TO WW-000-AMT-TX.
005430     PERFORM S417-000-EDIT-AMOUNT
005440         THRU S417-999-EXIT.
005450     IF WW-000-EDIT-FAILED
005460         MOVE 'RECOVERY AMOUNT MUST BE NUMERIC, E.G. 123.45'
005470                                 TO MSGO
005480         GO TO S420-999-EXIT
005490     END-IF.
005500     IF CLPAUFTB-C-NO-FINDING
005510      AND WW-000-AMT-VAL NOT = ZERO
005520         MOVE 'NO FINDING (N) CANNOT CARRY A RECOVERY AMOUNT'
005530                                 TO MSGO
005540         GO TO S420-999-EXIT
005550     END-IF.
005560     IF WW-000-AMT-VAL > CLPAUFTB-C-PAID-AMT
005570         MOVE 'RECOVERY CANNOT EXCEED WHAT THE CLAIM PAID' TO MSGO
005580         GO TO S420-999-EXIT
005590     END-IF.
005600     MOVE NOTEI                  TO CLPAUFTB-C-FIND-NOTE-TX.
005610     INSPECT CLPAUFTB-C-FIND-NOTE-TX
005620         REPLACING ALL LOW-VALUE BY SPACE.
005630     IF FINDCDI = 'O'
005640      AND CLPAUFTB-C-FIND-NOTE-TX = SPACES
005650         MOVE 'A NOTE IS REQUIRED FOR FINDING O (OTHER)' TO MSGO
005660         GO TO S420-999-EXIT
005670     END-IF.
005680     MOVE WW-000-AMT-VAL         TO CLPAUFTB-C-RCVR-AMT.
005690     MOVE WK-9003-OPER-ID        TO CLPAUFTB-C-FIND-USER-ID.
005700     EXEC SQL
005710         UPDATE C_AUDIT_CLM_TB
005720            SET C_FIND_CD      = :CLPAUFTB-C-FIND-CD,
005730                C_RCVR_AMT     = :CLPAUFTB-C-RCVR-AMT,
005740                C_FIND_NOTE_TX = :CLPAUFTB-C-FIND-NOTE-TX,
005750                C_FIND_USER_ID = :CLPAUFTB-C-FIND-USER-ID,
005760                C_FIND_TS      =
005770                    TO_CHAR(CURRENT_TIMESTAMP,
005780                            'YYYY-MM-DD-HH24.MI.SS.FF6')
005790          WHERE C_CASE_NUM = :CLPAUCTB-C-CASE-NUM
005800            AND C_TCN_NUM  = :CLPAUFTB-C-TCN-NUM
005810     END-EXEC.
005820     IF SQLCODE NOT = 0
005830         PERFORM S900-000-SQL-ERROR
005840             THRU S900-999-EXIT
005850         GO TO S420-999-EXIT
005860     END-IF.
005870*    ON TO THE NEXT CLAIM STILL WITHOUT A FINDING.
005880     MOVE ZERO                   TO CLPAUFTB-C-TCN-NUM.
005890     PERFORM S460-000-SHOW-CASE
005900         THRU S460-999-EXIT.
005910     IF CLPAUFTB-C-TCN-NUM = ZERO
005920         MOVE 'FINDING RECORDED - ALL CLAIMS REVIEWED, Z TO CLOSE'
005930                                 TO MSGO
005940     ELSE
005950         MOVE 'FINDING RECORDED - NEXT CLAIM SHOWN' TO MSGO
005960     END-IF.
005970 S420-999-EXIT.
005980     EXIT.
005990*****************************************************************
006000*    S430-000-FINALIZE-CASE - EVERY CLAIM REVIEWED; TOTAL THE   *
006010*    FINDINGS, POST ANY RECOVERY AS A RECEIVABLE AND CLOSE THE  *
006020*    CASE.  THE CALLER'S SYNCPOINT BACKS OUT ALL OF IT ON ANY   *
006030*    FAILURE.                                                   *
006040*****************************************************************
006050 S430-000-FINALIZE-CASE.
006060     PERFORM S465-000-READ-CASE
006070         THRU S465-999-EXIT.
006080     IF WW-000-EDIT-FAILED
006090         GO TO S430-999-EXIT
006100     END-IF.
006110     IF NOT CLPAUCTB-C-CASE-OPEN
006120         MOVE 'CASE IS ALREADY FINALIZED - NO CHANGE MADE' TO MSGO
006130         GO TO S430-999-EXIT
006140     END-IF.
006150     PERFORM S470-000-COUNT-REVIEWED
006160         THRU S470-999-EXIT.
006170     IF WW-000-EDIT-FAILED
006180         GO TO S430-999-EXIT
006190     END-IF.
006200     IF WS-000-REVW-CNT < WS-000-SMPL-CNT
006210         MOVE ZERO               TO CLPAUFTB-C-TCN-NUM
006220         PERFORM S460-000-SHOW-CASE
006230             THRU S460-999-EXIT
006240         MOVE 'CLAIMS STILL WITHOUT A FINDING - NEXT ONE SHOWN'
006250                                 TO MSGO
006260         GO TO S430-999-EXIT
006270     END-IF.
006280     MOVE ZERO                   TO CLPAUCTB-C-AR-NUM.
006290     IF CLPAUCTB-C-IDENT-AMT > ZERO
006300         PERFORM S435-000-POST-RECEIVABLE
006310             THRU S435-999-EXIT
006320         IF WW-000-EDIT-FAILED
006330             EXEC CICS
006340                 SYNCPOINT ROLLBACK
006350             END-EXEC
006360             GO TO S430-999-EXIT
006370         END-IF
006380     END-IF.
006390     MOVE WK-9003-OPER-ID        TO CLPAUCTB-C-FINAL-USER-ID.
006400     EXEC SQL
006410         UPDATE C_AUDIT_CASE_TB
006420            SET C_CASE_STAT_CD  = 'F',
006430                C_IDENT_AMT     = :CLPAUCTB-C-IDENT-AMT,
006440                C_AR_NUM        = :CLPAUCTB-C-AR-NUM,
006450                C_FINAL_DT      =
006460                    TO_CHAR(TRUNC(CURRENT_DATE),'YYYY-MM-DD'),
006470                C_FINAL_USER_ID = :CLPAUCTB-C-FINAL-USER-ID,
006480                C_UPD_USER_ID   = :CLPAUCTB-C-FINAL-USER-ID,
006490                C_UPD_TS        =
006500                    TO_CHAR(CURRENT_TIMESTAMP,
006510                            'YYYY-MM-DD-HH24.MI.SS.FF6')
006520          WHERE C_CASE_NUM     = :CLPAUCTB-C-CASE-NUM
006530            AND C_CASE_STAT_CD = 'O'
006540     END-EXEC.
006550     IF SQLCODE NOT = 0
006560         PERFORM S900-000-SQL-ERROR
006570             THRU S900-999-EXIT
006580         EXEC CICS
006590             SYNCPOINT ROLLBACK
006600         END-EXEC
006610         GO TO S430-999-EXIT
006620     END-IF.
006630     PERFORM S465-000-READ-CASE
006640         THRU S465-999-EXIT.
006650     MOVE ZERO                   TO CLPAUFTB-C-TCN-NUM.
006660     PERFORM S460-000-SHOW-CASE
006670         THRU S460-999-EXIT.
006680     IF CLPAUCTB-C-AR-NUM = ZERO
006690         MOVE 'CASE FINALIZED - NOTHING TO RECOVER' TO MSGO
006700     ELSE
006710         MOVE CLPAUCTB-C-AR-NUM  TO WW-000-CASE-DSP
006720         STRING 'CASE FINALIZED - RECOVERY POSTED AS RECEIVABLE '
006730                WW-000-CASE-DSP
006740             DELIMITED BY SIZE INTO MSGO
006750     END-IF.
006760 S430-999-EXIT.
006770     EXIT.
006780*****************************************************************
006790*    S435-000-POST-RECEIVABLE - A SOURCE A RECEIVABLE FOR THE   *
006800*    PAYEE THE PHARMACY IS PAID THROUGH TODAY, SCHEDULED AS     *
006810*    PDDB0022 SCHEDULES A CARRIED NEGATIVE, WITH ITS            *
006820*    ESTABLISHING LEDGER ROW                                    *
006830*****************************************************************
006840 S435-000-POST-RECEIVABLE.
006850     EXEC SQL
006860         SELECT COALESCE(
006870                  (SELECT P.C_PAYEE_ID
006880                     FROM C_PROV_PAYEE_TB P
006890                    WHERE P.C_PROV_ID = :CLPAUCTB-C-PROV-ID
006900                      AND P.C_PAYEE_BEG_DT <=
006910                        TO_CHAR(TRUNC(CURRENT_DATE),'YYYY-MM-DD')
006920                      AND P.C_PAYEE_END_DT >=
006930                        TO_CHAR(TRUNC(CURRENT_DATE),'YYYY-MM-DD')
006940                      AND ROWNUM = 1),
006950                  :CLPAUCTB-C-PROV-ID)
006960           INTO :CLPARCTB-C-PAYEE-ID
006970           FROM DUAL
006980     END-EXEC.
006990     IF SQLCODE NOT = 0
007000         SET WW-000-EDIT-FAILED  TO TRUE
007010         PERFORM S900-000-SQL-ERROR
007020             THRU S900-999-EXIT
007030         GO TO S435-999-EXIT
007040     END-IF.
007050*    RECEIVABLE INSTALLMENTS - LIST 7531, START LIMIT THE
007060*    BALANCE THAT GOES ON A SCHEDULE (DEFAULT 5000.00), END
007070*    LIMIT THE NUMBER OF CYCLES TO RECOUP IT IN (DEFAULT 6).
007080     MOVE 5000.00                TO WS-000-INSTL-MIN-AMT.
007090     MOVE 6                      TO WS-000-INSTL-CNT.
007100     EXEC SQL
007110         SELECT G_LIST_STRT_LMT, G_LIST_END_LMT
007120           INTO :WS-000-LMT-TX, :WS-000-END-LMT-TX
007130           FROM G_LIST_DTL_TB
007140          WHERE G_LIST_SUBSYS_CD = 'C'
007150            AND G_LIST_NUM       = '7531'
007160            AND ROWNUM = 1
007170     END-EXEC.
007180     IF SQLCODE = 0
007190         IF WS-000-LMT-TX (1:1) NUMERIC
007200             COMPUTE WS-000-INSTL-MIN-AMT =
007210                 FUNCTION NUMVAL (WS-000-LMT-TX)
007220         END-IF
007230         IF WS-000-END-LMT-TX (1:1) NUMERIC
007240             COMPUTE WS-000-INSTL-CNT =
007250                 FUNCTION NUMVAL (WS-000-END-LMT-TX)
007260         END-IF
007270     END-IF.
007280     MOVE CLPAUCTB-C-IDENT-AMT   TO CLPARCTB-C-ORIG-AMT.
007290     MOVE 'O'                    TO CLPARCTB-C-AR-STAT-CD.
007300     MOVE ZERO                   TO CLPARCTB-C-INSTL-AMT.
007310     IF CLPARCTB-C-ORIG-AMT NOT < WS-000-INSTL-MIN-AMT
007320      AND WS-000-INSTL-CNT > 1
007330         COMPUTE CLPARCTB-C-INSTL-AMT =
007340                 CLPARCTB-C-ORIG-AMT / WS-000-INSTL-CNT
007350         IF CLPARCTB-C-INSTL-AMT * WS-000-INSTL-CNT
007360                 < CLPARCTB-C-ORIG-AMT
007370             ADD .01             TO CLPARCTB-C-INSTL-AMT
007380         END-IF
007390         MOVE 'I'                TO CLPARCTB-C-AR-STAT-CD
007400     END-IF.
007410     EXEC SQL
007420         SELECT C_PROV_AR_SEQ.NEXTVAL
007430           INTO :CLPARCTB-C-AR-NUM
007440           FROM DUAL
007450     END-EXEC.
007460     IF SQLCODE NOT = 0
007470         SET WW-000-EDIT-FAILED  TO TRUE
007480         PERFORM S900-000-SQL-ERROR
007490             THRU S900-999-EXIT
007500         GO TO S435-999-EXIT
007510     END-IF.
007520     MOVE 'A'                    TO CLPARCTB-C-AR-SRC-CD.
007530     MOVE 'PHARMACY AUDIT FINDINGS'
007540                                 TO CLPARCTB-C-AR-RSN-TX.
007550     MOVE CLPAUCTB-C-CASE-NUM    TO WW-000-CASE-DSP.
007560     MOVE SPACES                 TO CLPARCTB-C-AR-REF-TX.
007570     STRING 'AUDIT CASE ' WW-000-CASE-DSP
007580         DELIMITED BY SIZE INTO CLPARCTB-C-AR-REF-TX.
007590     MOVE WK-9003-OPER-ID        TO CLPARCTB-C-UPD-USER-ID.
007600     EXEC SQL
007610         INSERT INTO C_PROV_AR_TB
007620               (C_AR_NUM, C_PAYEE_ID, C_AR_SRC_CD, C_AR_RSN_TX,
007630                C_AR_REF_TX, C_OPEN_DT, C_ORIG_AMT, C_BAL_AMT,
007640                C_INSTL_AMT, C_AR_STAT_CD, C_UPD_USER_ID,
007650                C_UPD_TS)
007660         VALUES (:CLPARCTB-C-AR-NUM, :CLPARCTB-C-PAYEE-ID,
007670                 :CLPARCTB-C-AR-SRC-CD, :CLPARCTB-C-AR-RSN-TX,
007680                 :CLPARCTB-C-AR-REF-TX,
007690                 TO_CHAR(TRUNC(CURRENT_DATE),'YYYY-MM-DD'),
007700                 :CLPARCTB-C-ORIG-AMT, :CLPARCTB-C-ORIG-AMT,
007710                 :CLPARCTB-C-INSTL-AMT, :CLPARCTB-C-AR-STAT-CD,
007720                 :CLPARCTB-C-UPD-USER-ID,
007730                 TO_CHAR(CURRENT_TIMESTAMP,
007740                     'YYYY-MM-DD-HH24.MI.SS.FF6'))
007750     END-EXEC.
007760     IF SQLCODE NOT = 0
007770         SET WW-000-EDIT-FAILED  TO TRUE
007780         PERFORM S900-000-SQL-ERROR
007790             THRU S900-999-EXIT
007800         GO TO S435-999-EXIT
007810     END-IF.
007820     MOVE 'E'                    TO CLPARXTB-C-TXN-TY-CD.
007830     MOVE CLPARCTB-C-ORIG-AMT    TO CLPARXTB-C-TXN-AMT
007840                                    CLPARXTB-C-BAL-AFTR-AMT.
007850     EXEC SQL
007860         INSERT INTO C_PROV_AR_TXN_TB
007870               (C_AR_NUM, C_TXN_TS, C_TXN_TY_CD, C_TXN_AMT,
007880                C_BAL_AFTR_AMT, C_USER_ID)
007890         VALUES (:CLPARCTB-C-AR-NUM,
007900                 TO_CHAR(CURRENT_TIMESTAMP,
007910                     'YYYY-MM-DD-HH24.MI.SS.FF6'),
007920                 :CLPARXTB-C-TXN-TY-CD, :CLPARXTB-C-TXN-AMT,
007930                 :CLPARXTB-C-BAL-AFTR-AMT,
007940                 :CLPARCTB-C-UPD-USER-ID)
007950     END-EXEC.
007960     IF SQLCODE NOT = 0
007970         SET WW-000-EDIT-FAILED  TO TRUE
007980         PERFORM S900-000-SQL-ERROR
007990             THRU S900-999-EXIT
008000         GO TO S435-999-EXIT
008010     END-IF.
008020     MOVE CLPARCTB-C-AR-NUM      TO CLPAUCTB-C-AR-NUM.
008030 S435-999-EXIT.
008040     EXIT.
008050*****************************************************************
008060*    S450-000-INQUIRE-CASE - THE CASE AND ONE OF ITS CLAIMS:    *
008070*    THE TCN KEYED, ELSE THE NEXT ONE WITHOUT A FINDING         *
008080*****************************************************************
008090 S450-000-INQUIRE-CASE.
008100     PERFORM S465-000-READ-CASE
008110         THRU S465-999-EXIT.
008120     IF WW-000-EDIT-FAILED
008130         GO TO S450-999-EXIT
008140     END-IF.
008150     IF TCNI = SPACES OR LOW-VALUES
008160         MOVE ZERO               TO CLPAUFTB-C-TCN-NUM
008170     ELSE
008180         MOVE TCNI               TO WW-000-TCN-TX
008190         IF WW-000-TCN-TX NOT NUMERIC
008200             MOVE 'TCN MUST BE 17 DIGITS' TO MSGO
008210             GO TO S450-999-EXIT
008220         END-IF
008230         MOVE WW-000-TCN-NUM     TO CLPAUFTB-C-TCN-NUM
008240     END-IF.
008250     PERFORM S460-000-SHOW-CASE
008260         THRU S460-999-EXIT.
008270     IF WW-000-EDIT-FAILED
008280         GO TO S450-999-EXIT
008290     END-IF.
008300     EVALUATE TRUE
008310       WHEN CLPAUCTB-C-CASE-FINAL
008320         MOVE 'CASE FINALIZED - SEE STATUS LINE' TO MSGO
008330       WHEN CLPAUFTB-C-TCN-NUM = ZERO
008340         MOVE 'ALL CLAIMS REVIEWED - Z TO FINALIZE' TO MSGO
008350       WHEN OTHER
008360         MOVE 'KEY FINDING, AMOUNT AND NOTE - F TO RECORD' TO MSGO
008370     END-EVALUATE.
008380 S450-999-EXIT.
008390     EXIT.
008400*****************************************************************
008410*    S460-000-SHOW-CASE - FORMAT THE CASE AND ITS CRITERIA, THE *
008420*    REVIEW COUNTS, AND THE CLAIM IN CLPAUFTB-C-TCN-NUM (ZERO   *
008430*    FOR THE NEXT ONE WITHOUT A FINDING, IF ANY)                *
008440*****************************************************************
008450 S460-000-SHOW-CASE.
008460     MOVE CLPAUCTB-C-CASE-NUM    TO WW-000-CASE-DSP.
008470     MOVE WW-000-CASE-DSP        TO CASENOO.
008480     MOVE CLPAUCTB-C-PROV-ID     TO PROVIDO.
008490     MOVE SPACES                 TO BEGDTO ENDDTO.
008500     STRING CLPAUCTB-C-SMPL-BEG-DT (1:4)
008510            CLPAUCTB-C-SMPL-BEG-DT (6:2)
008520            CLPAUCTB-C-SMPL-BEG-DT (9:2)
008530         DELIMITED BY SIZE INTO BEGDTO.
008540     STRING CLPAUCTB-C-SMPL-END-DT (1:4)
008550            CLPAUCTB-C-SMPL-END-DT (6:2)
008560            CLPAUCTB-C-SMPL-END-DT (9:2)
008570         DELIMITED BY SIZE INTO ENDDTO.
008580     MOVE CLPAUCTB-C-SMPL-DRUG-CD TO DRUGO.
008590     MOVE CLPAUCTB-C-SMPL-MTHD-CD TO MTHDO.
008600     MOVE CLPAUCTB-C-SMPL-REQ-NUM TO WW-000-CNT-DSP.
008610     MOVE WW-000-CNT-DSP         TO SMPLSZO.
008620     PERFORM S470-000-COUNT-REVIEWED
008630         THRU S470-999-EXIT.
008640     IF WW-000-EDIT-FAILED
008650         GO TO S460-999-EXIT
008660     END-IF.
008670     MOVE WS-000-REVW-CNT        TO WW-000-CNT-DSP.
008680     MOVE WS-000-SMPL-CNT        TO WW-000-CNT2-DSP.
008690     MOVE CLPAUCTB-C-IDENT-AMT   TO WW-000-AMT-DSP.
008700     MOVE SPACES                 TO WW-000-STAT-LINE.
008710     STRING 'STATUS ' CLPAUCTB-C-CASE-STAT-CD
008720            ' OPENED ' CLPAUCTB-C-OPEN-DT
008730            ' BY ' CLPAUCTB-C-OPEN-USER-ID
008740            ' REVIEWED ' WW-000-CNT-DSP ' OF ' WW-000-CNT2-DSP
008750            ' IDENT ' WW-000-AMT-DSP
008760         DELIMITED BY SIZE INTO WW-000-STAT-LINE.
008770     MOVE WW-000-STAT-LINE       TO CASESTO.
008780     IF CLPAUFTB-C-TCN-NUM = ZERO
008790         EXEC SQL
008800             SELECT NVL(MIN(C_TCN_NUM), 0)
008810               INTO :CLPAUFTB-C-TCN-NUM
008820               FROM C_AUDIT_CLM_TB
008830              WHERE C_CASE_NUM = :CLPAUCTB-C-CASE-NUM
008840                AND C_FIND_CD  = ' '
008850         END-EXEC
008860         IF SQLCODE NOT = 0
008870             SET WW-000-EDIT-FAILED TO TRUE
008880             PERFORM S900-000-SQL-ERROR
008890                 THRU S900-999-EXIT
008900             GO TO S460-999-EXIT
008910         END-IF
008920     END-IF.
008930     IF CLPAUFTB-C-TCN-NUM = ZERO
008940         MOVE SPACES             TO TCNO CLMLNO FINDCDO RCVAMTO
008950                                    NOTEO
008960         GO TO S460-999-EXIT
008970     END-IF.
008980     PERFORM S475-000-READ-CLAIM
008990         THRU S475-999-EXIT.
009000     IF WW-000-EDIT-FAILED
009010         GO TO S460-999-EXIT
009020     END-IF.
009030     MOVE CLPAUFTB-C-TCN-NUM     TO WW-000-TCN-DSP.
009040     MOVE WW-000-TCN-DSP         TO TCNO.
009050     MOVE CLPAUFTB-C-RX-SVC-REF-NUM TO WW-000-RX-DSP.
009060     MOVE CLPAUFTB-C-PAID-AMT    TO WW-000-AMT-DSP.
009070     MOVE SPACES                 TO WW-000-CLM-LINE.
009080     STRING 'RX ' WW-000-RX-DSP
009090            ' SVC ' CLPAUFTB-C-SVC-DT
009100            ' NDC ' CLPAUFTB-R-DRUG-CD
009110            ' PAID ' WW-000-AMT-DSP
009120         DELIMITED BY SIZE INTO WW-000-CLM-LINE.
009130     MOVE WW-000-CLM-LINE        TO CLMLNO.
009140     MOVE CLPAUFTB-C-FIND-CD     TO FINDCDO.
009150     MOVE CLPAUFTB-C-RCVR-AMT    TO WW-000-AMT-DSP.
009160     MOVE WW-000-AMT-DSP         TO RCVAMTO.
009170     MOVE CLPAUFTB-C-FIND-NOTE-TX TO NOTEO.
009180 S460-999-EXIT.
009190     EXIT.
009200*****************************************************************
009210*    S465-000-READ-CASE                                         *
009220*****************************************************************
009230 S465-000-READ-CASE.
009240     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
009250     EXEC SQL
009260         SELECT C_PROV_ID, C_CASE_STAT_CD, C_OPEN_DT,
009270                C_OPEN_USER_ID, C_SMPL_BEG_DT, C_SMPL_END_DT,
009280                C_SMPL_DRUG_CD, C_SMPL_MTHD_CD, C_SMPL_REQ_NUM,
009290                C_SMPL_CNT_NUM, C_IDENT_AMT, C_AR_NUM
009300           INTO :CLPAUCTB-C-PROV-ID,
009310                :CLPAUCTB-C-CASE-STAT-CD,
009320                :CLPAUCTB-C-OPEN-DT,
009330                :CLPAUCTB-C-OPEN-USER-ID,
009340                :CLPAUCTB-C-SMPL-BEG-DT,
009350                :CLPAUCTB-C-SMPL-END-DT,
009360                :CLPAUCTB-C-SMPL-DRUG-CD,
009370                :CLPAUCTB-C-SMPL-MTHD-CD,
009380                :CLPAUCTB-C-SMPL-REQ-NUM,
009390                :CLPAUCTB-C-SMPL-CNT-NUM,
009400                :CLPAUCTB-C-IDENT-AMT,
009410                :CLPAUCTB-C-AR-NUM
009420           FROM C_AUDIT_CASE_TB
009430          WHERE C_CASE_NUM = :CLPAUCTB-C-CASE-NUM
009440     END-EXEC.
009450     EVALUATE SQLCODE
009460       WHEN 0
009470         CONTINUE
009480       WHEN 100
009490         SET WW-000-EDIT-FAILED TO TRUE
009500         MOVE 'CASE NUMBER IS NOT ON FILE' TO MSGO
009510       WHEN OTHER
009520         SET WW-000-EDIT-FAILED TO TRUE
009530         PERFORM S900-000-SQL-ERROR
009540             THRU S900-999-EXIT
009550     END-EVALUATE.
009560 S465-999-EXIT.
009570     EXIT.
009580*****************************************************************
009590*    S470-000-COUNT-REVIEWED - CLAIMS IN THE SAMPLE, HOW MANY   *
009600*    HAVE A FINDING, AND (WHILE THE CASE IS OPEN) THE RUNNING   *
009610*    TOTAL IDENTIFIED                                           *
009620*****************************************************************
009630 S470-000-COUNT-REVIEWED.
009640     EXEC SQL
009650         SELECT COUNT(*),
009660                SUM(CASE WHEN C_FIND_CD <> ' ' THEN 1 ELSE 0 END),
009670                NVL(SUM(C_RCVR_AMT), 0)
009680           INTO :WS-000-SMPL-CNT, :WS-000-REVW-CNT,
009690                :CLPARXTB-C-TXN-AMT
009700           FROM C_AUDIT_CLM_TB
009710          WHERE C_CASE_NUM = :CLPAUCTB-C-CASE-NUM
009720     END-EXEC.
009730     IF SQLCODE NOT = 0
009740         SET WW-000-EDIT-FAILED TO TRUE
009750         PERFORM S900-000-SQL-ERROR
009760             THRU S900-999-EXIT
009770         GO TO S470-999-EXIT
009780     END-IF.
009790     IF CLPAUCTB-C-CASE-OPEN
009800         MOVE CLPARXTB-C-TXN-AMT TO CLPAUCTB-C-IDENT-AMT
009810     END-IF.
009820 S470-999-EXIT.
009830     EXIT.
009840*****************************************************************
009850*    S475-000-READ-CLAIM - ONE SAMPLED CLAIM OF THE CASE        *
009860*****************************************************************
009870 S475-000-READ-CLAIM.
009880     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
009890     EXEC SQL
009900         SELECT C_RX_SVC_REF_NUM, C_SVC_DT, R_DRUG_CD,
009910                C_PAID_AMT, C_FIND_CD, C_RCVR_AMT,
009920                C_FIND_NOTE_TX
009930           INTO :CLPAUFTB-C-RX-SVC-REF-NUM,
009940                :CLPAUFTB-C-SVC-DT,
009950                :CLPAUFTB-R-DRUG-CD,
009960                :CLPAUFTB-C-PAID-AMT,
009970                :CLPAUFTB-C-FIND-CD,
009980                :CLPAUFTB-C-RCVR-AMT,
009990                :CLPAUFTB-C-FIND-NOTE-TX
010000           FROM C_AUDIT_CLM_TB
010010          WHERE C_CASE_NUM = :CLPAUCTB-C-CASE-NUM
010020            AND C_TCN_NUM  = :CLPAUFTB-C-TCN-NUM
010030     END-EXEC.
010040     EVALUATE SQLCODE
010050       WHEN 0
010060         CONTINUE
010070       WHEN 100
010080         SET WW-000-EDIT-FAILED TO TRUE
010090         MOVE 'TCN IS NOT IN THIS CASE''S SAMPLE' TO MSGO
010100       WHEN OTHER
010110         SET WW-000-EDIT-FAILED TO TRUE
010120         PERFORM S900-000-SQL-ERROR
010130             THRU S900-999-EXIT
010140     END-EVALUATE.
010150 S475-999-EXIT.
010160     EXIT.
010170*****************************************************************
010180*    S800-000-SEND-MAP                                          *
010190*****************************************************************
010200 S800-000-SEND-MAP.
010210     EXEC CICS
010220         SEND MAP(WK-030-MAP-NAME)
010230              MAPSET(WK-030-MAPSET-NAME)
010240              FROM(PDDM769MO)
010250              ERASE
010260     END-EXEC.
010270 S800-999-EXIT.
010280     EXIT.
010290*****************************************************************
010300*    S900-000-SQL-ERROR                                         *
010310*****************************************************************
010320 S900-000-SQL-ERROR.
010330     MOVE SPACES                 TO MSGO.
010340     MOVE SQLCODE                TO WW-000-SQLCODE-DSP.
010350     STRING 'SQL ERROR - SQLCODE ' WW-000-SQLCODE-DSP
010360         DELIMITED BY SIZE INTO MSGO.
010370 S900-999-EXIT.
010380     EXIT.
