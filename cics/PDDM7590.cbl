000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PDDM7590.
000030 AUTHOR.        ACS GOVERMENT HEALTHCARE.
000040 DATE-COMPILED.
000050*REMARKS.
000060*****************************************************************
000070*                                                               *
000080*@ PROGRAM-ID: PDDM7590                                         *
000090*@ TITLE: CLINICAL REVIEW PEND SCREEN                           *
000100*                                                               *
000110*****************************************************************
000120*                                                               *
000130*?  I. PROGRAM ABSTRACT                                         *
000140*+                                                              *
000150*+  PSEUDO-CONVERSATIONAL CICS TRANSACTION (TRANID W768), IN    *
000160*+  THE STYLE OF PDDM7575, THAT WORKS THE CLINICAL REVIEW PEND  *
000170*+  QUEUE ON C_CLM_PEND_TB.  THE DUAL MODULE QUEUES A PAPER,    *
000180*+  BATCH OR RETRO CLAIM THERE, HEADER STATUS 'H', WHEN ONE OF  *
000190*+  ITS EXCEPTIONS HAS A PEND DISPOSITION.  INQUIRY SHOWS A     *
000200*+  HELD CLAIM BY TCN - OR, WITH NO TCN KEYED, THE OLDEST ONE   *
000210*+  STILL WAITING - WITH ITS DAYS WAITING AND THE EXCEPTIONS    *
000220*+  THAT PENDED IT.  THE PHARMACIST THEN EITHER RELEASES THE    *
000230*+  CLAIM TO PAY, WHICH NEEDS AN OVERRIDE REASON, OR CONFIRMS   *
000240*+  THE DENIAL.  EITHER WAY THE QUEUE ROW KEEPS WHO DID IT,     *
000250*+  WHEN AND WHY; THE PENDED EXCEPTIONS BECOME IGNORE (RELEASE) *
000260*+  OR DENY (DENIAL) ON C_CLM_PEND_EXC_TB AND C_LI_EXC_TB; AND  *
000270*+  THE CLAIM HEADER MOVES FROM 'H' TO 'P' OR 'D' SO THE NEXT   *
000280*+  PAYMENT CYCLE PAYS OR SKIPS IT.  A DENIAL ALSO TAKES THE    *
000290*+  CLAIM'S SPENDDOWN AND HOUSEHOLD COST-SHARE CAP AMOUNTS      *
000300*+  BACK OFF ITS ACCUMULATORS (PDDS9011).  ALL OF A DECISION    *
000310*+  COMMITS OR NONE OF IT DOES.  DECISIONS NEED THE UPDATE      *
000320*+  ROLE AND INQUIRY THE INQUIRE ROLE (PDDS9003).  CLAIMS LEFT  *
000330*+  WAITING ARE AGED BY PDDR0067 AND AUTO-DENIED BY PDDB0021.   *
000340*+                                                              *
000350*****************************************************************
000360*+                                                              *
000370*+ II. INPUT/OUTPUT MATRIX                                      *
000380*+                                                              *
000390*+     I/O              TITLE                           ID      *
000400*+     ---   ------------------------------------  ----------   *
000410*+      I/O   C_CLM_PEND_TB                         CLPENDTB    *
000420*+      I/O   C_CLM_PEND_EXC_TB                     CLPNDXTB    *
000430*+      O     C_LI_EXC_TB                                       *
000440*+      O     C_LI_DRUG_TB                                      *
000450*+      I/O   B_SPENDDOWN_TB                        (PDDS9011)  *
000460*+      I/O   B_SPND_APPLY_TB                       (PDDS9011)  *
000470*+      I/O   B_HHLD_CAP_TB                         (PDDS9011)  *
000480*+      I/O   B_HHLD_CAP_APPLY_TB                   (PDDS9011)  *
000490*+      I/O   PDDM768M MAP (MAPSET PDDM768M)        PDDM768M    *
000500*****************************************************************
000510*+                                                              *
000520*+ IV. CSR CHANGE LOG.                                          *
000530*                                                               *
000540*           -----------  CSR CHANGES  -----------               *
000550*                                                               *
000560*  CSR    CHANGE      ANALYST      DESCRIPTION OF CHANGE        *
000570*  NBR     DATE        NAME                                     *
000580*                                                               *
000590*---------------------------------------------------------------*
000600* CR4209   10/15/26  ACS       NEW PROGRAM.  CLINICAL REVIEW    *
000610*                              PEND QUEUE - RELEASE A HELD      *
000620*                              CLAIM TO PAY OR CONFIRM THE      *
000630*                              DENIAL, BACKING OUT THE CLAIM'S  *
000640*                              SPENDDOWN AND HOUSEHOLD CAP.     *
000650*****************************************************************
000660
000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000690 DATA DIVISION.
000700 WORKING-STORAGE SECTION.
000710
000720 01  WK-030-MISC-CONSTANTS.
000730     05  WK-030-PROGRAM-NAME     PIC X(08)      VALUE 'PDDM7590'.
000740     05  WK-030-MAPSET-NAME      PIC X(08)      VALUE 'PDDM768M'.
000750     05  WK-030-MAP-NAME         PIC X(08)      VALUE 'PDDM768S'.
000760     05  WK-030-TRANID           PIC X(04)      VALUE 'W768'.
000770
000780 01  WW-000-WORK-AREA.
000790     05  WW-000-EDIT-FAIL-SW      PIC X(01) VALUE 'N'.
000800         88  WW-000-EDIT-FAILED   VALUE 'Y'.
000810     05  WW-000-EOF-SW            PIC X(01) VALUE 'N'.
000820         88  WW-000-CURSOR-EOF    VALUE 'Y'.
000830     05  WW-000-TCN-TX            PIC X(17).
000840     05  WW-000-TCN-NUM REDEFINES WW-000-TCN-TX
000850                                  PIC 9(17).
000860     05  WW-000-TCN-DSP           PIC 9(17).
000870     05  WW-000-RX-DSP            PIC 9(12).
000880     05  WW-000-AMT-DSP           PIC Z(07)9.99-.
000890     05  WW-000-DAYS-DSP          PIC Z(04)9.
000900     05  WW-000-LI-DSP            PIC 9(02).
000910     05  WW-000-EXC-CNT           PIC S9(04) COMP.
000920     05  WW-000-EXC-PTR           PIC S9(04) COMP.
000930     05  WW-000-EXC-LIST          PIC X(60).
000940     05  WW-000-STAT-LINE         PIC X(75).
000950
000960     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
000970     COPY CLPENDTB.
000980     COPY CLPNDXTB.
000990 01  WS-000-SQL-WORK-AREA.
001000     05  WS-000-DAYS-WAIT         PIC S9(09) COMP.
001010     05  WS-000-NEW-STAT-CD       PIC X(01).
001020     05  WS-000-NEW-DISP-CD       PIC X(01).
001030     05  WS-000-NEW-HDR-STAT-CD   PIC X(01).
001040     EXEC SQL END DECLARE SECTION END-EXEC.
001050 01  WW-000-SQLCODE-DSP           PIC -(8)9.
001060
001070     EXEC SQL INCLUDE SQLCA END-EXEC.
001080
001090*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
001100*    ROLE CHECK - RELEASING AND DENYING NEED THE UPDATE ROLE,
001110*    INQUIRY THE INQUIRE ROLE.
001120     COPY WKC90030.
001130
001140*    CALL PARAMETERS FOR THE SHARED PDDS9011 ACCUMULATOR
001150*    BACKOUT - A DENIED CLAIM COMES BACK OFF SPENDDOWN AND THE
001160*    HOUSEHOLD COST-SHARE CAP IN THE SAME UNIT OF WORK.
001170     COPY WKC90110.
001180
001190*****************************************************************
001200*  PENDED EXCEPTIONS OF ONE HELD CLAIM, IN CLAIM LINE ORDER     *
001210*****************************************************************
001220     EXEC SQL
001230         DECLARE W768EXC CURSOR FOR
001240         SELECT C_LI_NUM, R_CLM_EXC_CD
001250           FROM C_CLM_PEND_EXC_TB
001260          WHERE R_CUST_PART_NUM = :CLPENDTB-R-CUST-PART-NUM
001270            AND C_TCN_NUM       = :CLPENDTB-C-TCN-NUM
001280          ORDER BY C_LI_NUM, R_CLM_EXC_CD
001290     END-EXEC.
001300*
001310 01  WC-000-COMMAREA-WS.
001320     05  WC-000-LAST-ACTCD        PIC X(01).
001330
001340 LINKAGE SECTION.
001350 01  DFHCOMMAREA.
001360     05  PDDM7590-LAST-ACTCD      PIC X(01).
001370
001380     COPY PDDM768M.
001390*****************************************************************
001400*    PROCEDURE DIVISION                                        *
001410*****************************************************************
001420 PROCEDURE DIVISION.
001430*****************************************************************
001440*    S100-000-MAINLINE - FIRST-TIME VS. RETURN DISPATCH         *
001450*****************************************************************
001460 S100-000-MAINLINE.
001470     IF EIBCALEN = 0
001480         PERFORM S200-000-INIT-SCREEN
001490             THRU S200-999-EXIT
001500     ELSE
001510         MOVE DFHCOMMAREA        TO WC-000-COMMAREA-WS
001520         PERFORM S300-000-RECEIVE-MAP
001530             THRU S300-999-EXIT
001540         PERFORM S400-000-PROCESS-ACTION
001550             THRU S400-999-EXIT
001560     END-IF.
001570     PERFORM S800-000-SEND-MAP
001580         THRU S800-999-EXIT.
001590     MOVE WC-000-LAST-ACTCD      TO PDDM7590-LAST-ACTCD.
001600     EXEC CICS
001610         RETURN TRANSID(WK-030-TRANID)
001620                COMMAREA(DFHCOMMAREA)
001630     END-EXEC.
001640     GOBACK.
001650*****************************************************************
001660*    S200-000-INIT-SCREEN                                       *
001670*****************************************************************
001680 S200-000-INIT-SCREEN.
001690     MOVE LOW-VALUES             TO PDDM768MO.
001700     MOVE SPACES                 TO WC-000-LAST-ACTCD.
001710     MOVE 'ENTER AN ACTION (I/R/D/C) - BLANK TCN ON I FOR OLDEST'
001720                                 TO MSGO.
001730 S200-999-EXIT.
001740     EXIT.
001750*****************************************************************
001760*    S300-000-RECEIVE-MAP                                       *
001770*****************************************************************
001780 S300-000-RECEIVE-MAP.
001790     EXEC CICS
001800         RECEIVE MAP(WK-030-MAP-NAME)
001810                 MAPSET(WK-030-MAPSET-NAME)
001820                 INTO(PDDM768MI)
001830     END-EXEC.
001840 S300-999-EXIT.
001850     EXIT.
001860*****************************************************************
001870*    S400-000-PROCESS-ACTION - AUTHORIZE AND ROUTE ON ACTCD     *
001880*****************************************************************
001890 S400-000-PROCESS-ACTION.
001900     MOVE SPACES                 TO MSGO.
001910     IF ACTCDI NOT = 'I' AND 'R' AND 'D' AND 'C'
001920         MOVE 'INVALID ACTION - MUST BE I, R, D OR C' TO MSGO
001930         GO TO S400-999-EXIT
001940     END-IF.
001950     IF ACTCDI = 'C'
001960         PERFORM S200-000-INIT-SCREEN
001970             THRU S200-999-EXIT
001980         GO TO S400-999-EXIT
001990     END-IF.
002000     IF ACTCDI = 'I'
002010         MOVE 'I'                TO WK-9003-REQ-ACCESS-CD
002020     ELSE
002030         MOVE 'U'                TO WK-9003-REQ-ACCESS-CD
002040     END-IF.
002050     MOVE TCNI                   TO WK-9003-KEY-TX.
002060*    THE SIGNED-ON USER, NOT THE TERMINAL - ROLE CHECKS AND
002070*    THE RESOLUTION AUDIT MUST FOLLOW THE PERSON.
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
002180     IF ACTCDI = 'I'
002190      AND (TCNI = SPACES OR LOW-VALUES)
002200         MOVE ZERO               TO CLPENDTB-C-TCN-NUM
002210     ELSE
002220         MOVE TCNI               TO WW-000-TCN-TX
002230         IF WW-000-TCN-TX NOT NUMERIC
002240             MOVE 'TCN MUST BE 17 DIGITS' TO MSGO
002250             GO TO S400-999-EXIT
002260         END-IF
002270         MOVE WW-000-TCN-NUM     TO CLPENDTB-C-TCN-NUM
002280     END-IF.
002290     EVALUATE ACTCDI
002300         WHEN 'I'
002310             PERFORM S450-000-INQUIRE-PEND
002320                 THRU S450-999-EXIT
002330         WHEN 'R'
002340             PERFORM S420-000-RELEASE-CLAIM
002350                 THRU S420-999-EXIT
002360         WHEN 'D'
002370             PERFORM S430-000-CONFIRM-DENIAL
002380                 THRU S430-999-EXIT
002390     END-EVALUATE.
002400     MOVE ACTCDI                 TO WC-000-LAST-ACTCD.
002410 S400-999-EXIT.
002420     EXIT.
002430*****************************************************************
002440*    S420-000-RELEASE-CLAIM - THE PHARMACIST OVERRIDES THE      *
002450*    PENDED EXCEPTIONS AND THE CLAIM PAYS ON THE NEXT CYCLE.    *
002460*    THE OVERRIDE REASON IS REQUIRED FOR THE AUDIT.             *
002470*****************************************************************
002480 S420-000-RELEASE-CLAIM.
002490     IF RSNTXI = SPACES OR LOW-VALUES
002500         MOVE 'OVERRIDE REASON IS REQUIRED TO RELEASE A CLAIM'
002510                                 TO MSGO
002520         GO TO S420-999-EXIT
002530     END-IF.
002540     PERFORM S460-000-GET-WAITING
002550         THRU S460-999-EXIT.
002560     IF WW-000-EDIT-FAILED
002570         GO TO S420-999-EXIT
002580     END-IF.
002590     MOVE RSNTXI                 TO CLPENDTB-C-RSLV-RSN-TX.
002600     MOVE 'R'                    TO WS-000-NEW-STAT-CD.
002610     MOVE 'Z'                    TO WS-000-NEW-DISP-CD.
002620     MOVE 'P'                    TO WS-000-NEW-HDR-STAT-CD.
002630     PERFORM S470-000-RESOLVE-CLAIM
002640         THRU S470-999-EXIT.
002650     IF WW-000-EDIT-FAILED
002660         EXEC CICS
002670             SYNCPOINT ROLLBACK
002680         END-EXEC
002690         GO TO S420-999-EXIT
002700     END-IF.
002710     MOVE 'CLAIM RELEASED TO PAY - OVERRIDE RECORDED' TO MSGO.
002720 S420-999-EXIT.
002730     EXIT.
002740*****************************************************************
002750*    S430-000-CONFIRM-DENIAL - THE PHARMACIST UPHOLDS THE       *
002760*    PENDED EXCEPTIONS AND THE CLAIM IS DENIED.                 *
002770*****************************************************************
002780 S430-000-CONFIRM-DENIAL.
002790     PERFORM S460-000-GET-WAITING
002800         THRU S460-999-EXIT.
002810     IF WW-000-EDIT-FAILED
002820         GO TO S430-999-EXIT
002830     END-IF.
002840     IF RSNTXI = SPACES OR LOW-VALUES
002850         MOVE 'DENIAL CONFIRMED AT CLINICAL REVIEW'
002860                                 TO CLPENDTB-C-RSLV-RSN-TX
002870     ELSE
002880         MOVE RSNTXI             TO CLPENDTB-C-RSLV-RSN-TX
002890     END-IF.
002900     MOVE 'D'                    TO WS-000-NEW-STAT-CD.
002910     MOVE '3'                    TO WS-000-NEW-DISP-CD.
002920     MOVE 'D'                    TO WS-000-NEW-HDR-STAT-CD.
002930     PERFORM S470-000-RESOLVE-CLAIM
002940         THRU S470-999-EXIT.
002950     IF WW-000-EDIT-FAILED
002960         EXEC CICS
002970             SYNCPOINT ROLLBACK
002980         END-EXEC
002990         GO TO S430-999-EXIT
003000     END-IF.
003010     MOVE 'DENIAL CONFIRMED - CLAIM DENIED' TO MSGO.
003020 S430-999-EXIT.
003030     EXIT.
003040*****************************************************************
003050*    S450-000-INQUIRE-PEND - ONE QUEUE ROW BY TCN, OR THE       *
003060*    OLDEST CLAIM STILL WAITING WHEN NO TCN IS KEYED            *
003070*****************************************************************
003080 S450-000-INQUIRE-PEND.
003090     IF CLPENDTB-C-TCN-NUM = ZERO
003100         EXEC SQL
003110             SELECT C_TCN_NUM
003120               INTO :CLPENDTB-C-TCN-NUM
003130               FROM C_CLM_PEND_TB
003140              WHERE C_PEND_STAT_CD = 'P'
003150                AND C_PEND_TS =
003160                    (SELECT MIN(C_PEND_TS)
003170                       FROM C_CLM_PEND_TB
003180                      WHERE C_PEND_STAT_CD = 'P')
003190                AND ROWNUM = 1
003200         END-EXEC
003210         EVALUATE SQLCODE
003220           WHEN 0
003230             CONTINUE
003240           WHEN 100
003250             MOVE 'NO CLAIMS WAITING FOR CLINICAL REVIEW' TO MSGO
003260             GO TO S450-999-EXIT
003270           WHEN OTHER
003280             PERFORM S900-000-SQL-ERROR
003290                 THRU S900-999-EXIT
003300             GO TO S450-999-EXIT
003310         END-EVALUATE
003320     END-IF.
003330     PERFORM S465-000-READ-PEND
003340         THRU S465-999-EXIT.
003350     IF WW-000-EDIT-FAILED
003360         GO TO S450-999-EXIT
003370     END-IF.
003380     PERFORM S455-000-SHOW-PEND
003390         THRU S455-999-EXIT.
003400     IF CLPENDTB-C-PEND-WAITING
003410         MOVE 'HELD FOR REVIEW - R TO RELEASE, D TO DENY' TO MSGO
003420     ELSE
003430         MOVE 'CLAIM ALREADY WORKED - SEE STATUS LINE' TO MSGO
003440     END-IF.
003450 S450-999-EXIT.
003460     EXIT.
003470*****************************************************************
003480*    S455-000-SHOW-PEND - FORMAT THE HELD CLAIM AND ITS PENDED  *
003490*    EXCEPTIONS ONTO THE SCREEN                                 *
003500*****************************************************************
003510 S455-000-SHOW-PEND.
003520     MOVE CLPENDTB-C-TCN-NUM     TO WW-000-TCN-DSP.
003530     MOVE WW-000-TCN-DSP         TO TCNO.
003540     MOVE CLPENDTB-C-PROV-ID     TO PROVIDO.
003550     MOVE CLPENDTB-C-RX-SVC-REF-NUM TO WW-000-RX-DSP.
003560     MOVE WW-000-RX-DSP          TO RXNUMO.
003570     MOVE CLPENDTB-C-SVC-DT      TO SVCDTO.
003580     EVALUATE CLPENDTB-C-INPUT-FRM-CD
003590         WHEN 'P'
003600             MOVE 'PAPER'        TO ORIGO
003610         WHEN 'B'
003620             MOVE 'BATCH'        TO ORIGO
003630         WHEN 'R'
003640             MOVE 'RETRO'        TO ORIGO
003650         WHEN OTHER
003660             MOVE CLPENDTB-C-INPUT-FRM-CD TO ORIGO
003670     END-EVALUATE.
003680     MOVE CLPENDTB-C-TOT-CHRG-AMT TO WW-000-AMT-DSP.
003690     MOVE WW-000-AMT-DSP         TO CHRGO.
003700     MOVE CLPENDTB-C-TOT-REIMB-AMT TO WW-000-AMT-DSP.
003710     MOVE WW-000-AMT-DSP         TO REIMBO.
003720     MOVE CLPENDTB-C-PEND-DT     TO PENDDTO.
003730     MOVE WS-000-DAYS-WAIT       TO WW-000-DAYS-DSP.
003740     MOVE WW-000-DAYS-DSP        TO DAYSO.
003750     MOVE CLPENDTB-C-RSLV-RSN-TX TO RSNTXO.
003760     MOVE SPACES                 TO WW-000-STAT-LINE.
003770     STRING 'QUEUE STATUS ' CLPENDTB-C-PEND-STAT-CD
003780            ' BY ' CLPENDTB-C-RSLV-USER-ID
003790            ' AT ' CLPENDTB-C-RSLV-TS
003800         DELIMITED BY SIZE INTO WW-000-STAT-LINE.
003810     MOVE WW-000-STAT-LINE       TO STATO.
003820     MOVE SPACES                 TO WW-000-EXC-LIST.
003830     MOVE 1                      TO WW-000-EXC-PTR.
003840     MOVE ZERO                   TO WW-000-EXC-CNT.
003850     MOVE 'N'                    TO WW-000-EOF-SW.
003860     EXEC SQL
003870         OPEN W768EXC
003880     END-EXEC.
003890     IF SQLCODE NOT = 0
003900         PERFORM S900-000-SQL-ERROR
003910             THRU S900-999-EXIT
003920         GO TO S455-999-EXIT
003930     END-IF.
003940     PERFORM S456-000-FETCH-EXC
003950         THRU S456-999-EXIT
003960         UNTIL WW-000-CURSOR-EOF
003970            OR WW-000-EXC-CNT NOT < 10.
003980     EXEC SQL
003990         CLOSE W768EXC
004000     END-EXEC.
004010     MOVE WW-000-EXC-LIST        TO EXCLSTO.
004020 S455-999-EXIT.
004030     EXIT.
004040*****************************************************************
004050*    S456-000-FETCH-EXC - ONE PENDED EXCEPTION ONTO THE LIST,   *
004060*    AS LINE-CODE (UP TO TEN SHOWN)                             *
004070*****************************************************************
004080 S456-000-FETCH-EXC.
004090     EXEC SQL
004100         FETCH W768EXC
004110         INTO :CLPNDXTB-C-LI-NUM,
004120              :CLPNDXTB-R-CLM-EXC-CD
004130     END-EXEC.
004140     EVALUATE SQLCODE
004150       WHEN 0
004160         ADD 1                   TO WW-000-EXC-CNT
004170         MOVE CLPNDXTB-C-LI-NUM  TO WW-000-LI-DSP
004180         STRING WW-000-LI-DSP '-'
004190                CLPNDXTB-R-CLM-EXC-CD ' '
004200             DELIMITED BY SIZE INTO WW-000-EXC-LIST
004210             WITH POINTER WW-000-EXC-PTR
004220       WHEN 100
004230         MOVE 'Y'                TO WW-000-EOF-SW
004240       WHEN OTHER
004250         PERFORM S900-000-SQL-ERROR
004260             THRU S900-999-EXIT
004270         MOVE 'Y'                TO WW-000-EOF-SW
004280     END-EVALUATE.
004290 S456-999-EXIT.
004300     EXIT.
004310*****************************************************************
004320*    S460-000-GET-WAITING - THE CLAIM MUST BE ON THE QUEUE AND  *
004330*    STILL WAITING BEFORE IT CAN BE WORKED                      *
004340*****************************************************************
004350 S460-000-GET-WAITING.
004360     PERFORM S465-000-READ-PEND
004370         THRU S465-999-EXIT.
004380     IF WW-000-EDIT-FAILED
004390         GO TO S460-999-EXIT
004400     END-IF.
004410     IF NOT CLPENDTB-C-PEND-WAITING
004420         SET WW-000-EDIT-FAILED TO TRUE
004430         MOVE 'CLAIM ALREADY WORKED - NO CHANGE MADE' TO MSGO
004440     END-IF.
004450 S460-999-EXIT.
004460     EXIT.
004470*****************************************************************
004480*    S465-000-READ-PEND - THE QUEUE ROW AND ITS DAYS WAITING    *
004490*****************************************************************
004500 S465-000-READ-PEND.
004510     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
004520     EXEC SQL
004530         SELECT R_CUST_PART_NUM, C_PROV_ID, C_RX_SVC_REF_NUM,
004540                C_SVC_DT, C_INPUT_FRM_CD, C_TOT_CHRG_AMT,
004550                C_TOT_REIMB_AMT, C_PEND_DT, C_PEND_STAT_CD,
004560                C_RSLV_USER_ID, C_RSLV_TS, C_RSLV_RSN_TX,
004570                TRUNC(CURRENT_DATE) -
004580                    TO_DATE(C_PEND_DT,'YYYY-MM-DD')
004590           INTO :CLPENDTB-R-CUST-PART-NUM,
004600                :CLPENDTB-C-PROV-ID,
004610                :CLPENDTB-C-RX-SVC-REF-NUM,
004620                :CLPENDTB-C-SVC-DT,
004630                :CLPENDTB-C-INPUT-FRM-CD,
004640                :CLPENDTB-C-TOT-CHRG-AMT,
004650                :CLPENDTB-C-TOT-REIMB-AMT,
004660                :CLPENDTB-C-PEND-DT,
004670                :CLPENDTB-C-PEND-STAT-CD,
004680                :CLPENDTB-C-RSLV-USER-ID,
004690                :CLPENDTB-C-RSLV-TS,
004700                :CLPENDTB-C-RSLV-RSN-TX,
004710                :WS-000-DAYS-WAIT
004720           FROM C_CLM_PEND_TB
004730          WHERE C_TCN_NUM = :CLPENDTB-C-TCN-NUM
004740            AND ROWNUM = 1
004750     END-EXEC.
004760     EVALUATE SQLCODE
004770       WHEN 0
004780         CONTINUE
004790       WHEN 100
004800         SET WW-000-EDIT-FAILED TO TRUE
004810         MOVE 'TCN IS NOT ON THE CLINICAL REVIEW QUEUE' TO MSGO
004820       WHEN OTHER
004830         SET WW-000-EDIT-FAILED TO TRUE
004840         PERFORM S900-000-SQL-ERROR
004850             THRU S900-999-EXIT
004860     END-EVALUATE.
004870 S465-999-EXIT.
004880     EXIT.
004890*****************************************************************
004900*    S470-000-RESOLVE-CLAIM - CLOSE THE QUEUE ROW WITH THE      *
004910*    REVIEWER'S AUDIT, SETTLE THE PENDED EXCEPTIONS AND MOVE    *
004920*    THE CLAIM HEADER OUT OF 'H'.  A DENIAL ALSO BACKS THE     *
004930*    CLAIM OUT OF ITS ACCUMULATORS.  THE CALLER BACKS OUT ALL  *
004940*    OF IT ON ANY FAILURE.                                     *
004950*****************************************************************
004960 S470-000-RESOLVE-CLAIM.
004970     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
004980     MOVE WK-9003-OPER-ID        TO CLPENDTB-C-RSLV-USER-ID.
004990     EXEC SQL
005000         UPDATE C_CLM_PEND_TB
005010            SET C_PEND_STAT_CD = :WS-000-NEW-STAT-CD,
005020                C_RSLV_USER_ID = :CLPENDTB-C-RSLV-USER-ID,
005030                C_RSLV_TS      =
005040                    TO_CHAR(CURRENT_TIMESTAMP,
005050                            'YYYY-MM-DD-HH24.MI.SS.FF6'),
005060                C_RSLV_RSN_TX  = :CLPENDTB-C-RSLV-RSN-TX
005070          WHERE R_CUST_PART_NUM = :CLPENDTB-R-CUST-PART-NUM
005080            AND C_TCN_NUM       = :CLPENDTB-C-TCN-NUM
005090            AND C_PEND_STAT_CD  = 'P'
005100     END-EXEC.
005110     IF SQLCODE NOT = 0
005120         SET WW-000-EDIT-FAILED TO TRUE
005130         PERFORM S900-000-SQL-ERROR
005140             THRU S900-999-EXIT
005150         GO TO S470-999-EXIT
005160     END-IF.
005170     EXEC SQL
005180         UPDATE C_CLM_PEND_EXC_TB
005190            SET C_RSLV_DISP_CD = :WS-000-NEW-DISP-CD
005200          WHERE R_CUST_PART_NUM = :CLPENDTB-R-CUST-PART-NUM
005210            AND C_TCN_NUM       = :CLPENDTB-C-TCN-NUM
005220     END-EXEC.
005230     IF SQLCODE NOT = 0 AND 100
005240         SET WW-000-EDIT-FAILED TO TRUE
005250         PERFORM S900-000-SQL-ERROR
005260             THRU S900-999-EXIT
005270         GO TO S470-999-EXIT
005280     END-IF.
005290     EXEC SQL
005300         UPDATE C_LI_EXC_TB
005310            SET R_CLM_EXC_DISP_CD = :WS-000-NEW-DISP-CD
005320          WHERE R_CUST_PART_NUM   = :CLPENDTB-R-CUST-PART-NUM
005330            AND C_TCN_NUM         = :CLPENDTB-C-TCN-NUM
005340            AND R_CLM_EXC_DISP_CD = 'P'
005350     END-EXEC.
005360     IF SQLCODE NOT = 0 AND 100
005370         SET WW-000-EDIT-FAILED TO TRUE
005380         PERFORM S900-000-SQL-ERROR
005390             THRU S900-999-EXIT
005400         GO TO S470-999-EXIT
005410     END-IF.
005420     EXEC SQL
005430         UPDATE C_LI_DRUG_TB
005440            SET C_HDR_STAT_CD = :WS-000-NEW-HDR-STAT-CD
005450          WHERE R_CUST_PART_NUM = :CLPENDTB-R-CUST-PART-NUM
005460            AND C_TCN_NUM       = :CLPENDTB-C-TCN-NUM
005470            AND C_HDR_STAT_CD   = 'H'
005480     END-EXEC.
005490     IF SQLCODE NOT = 0
005500         SET WW-000-EDIT-FAILED TO TRUE
005510         PERFORM S900-000-SQL-ERROR
005520             THRU S900-999-EXIT
005530         GO TO S470-999-EXIT
005540     END-IF.
005550     IF WS-000-NEW-HDR-STAT-CD = 'D'
005560         PERFORM S475-000-BACKOUT-ACCUMS
005570             THRU S475-999-EXIT
005580     END-IF.
005590 S470-999-EXIT.
005600     EXIT.
005610*****************************************************************
005620*    S475-000-BACKOUT-ACCUMS - TAKE THE DENIED CLAIM'S          *
005630*    SPENDDOWN AND HOUSEHOLD CAP AMOUNTS BACK OFF (PDDS9011),   *
005640*    INSIDE THE DECISION'S UNIT OF WORK                         *
005650*****************************************************************
005660 S475-000-BACKOUT-ACCUMS.
005670     MOVE CLPENDTB-R-CUST-PART-NUM TO WK-9011-CUST-PART-NUM.
005680     MOVE CLPENDTB-C-TCN-NUM     TO WK-9011-TCN-NUM.
005690     CALL 'PDDS9011'             USING WK-9011-CALL-PARMS.
005700     IF NOT WK-9011-COMPLETE
005710         SET WW-000-EDIT-FAILED TO TRUE
005720         MOVE SPACES             TO MSGO
005730         MOVE WK-9011-SQLCODE    TO WW-000-SQLCODE-DSP
005740         STRING 'SQL ERROR ON ' WK-9011-FAILED-TB
005750                ' - SQLCODE ' WW-000-SQLCODE-DSP
005760                DELIMITED BY SIZE INTO MSGO
005770     END-IF.
005780 S475-999-EXIT.
005790     EXIT.
005800*****************************************************************
005810*    S800-000-SEND-MAP                                          *
005820*****************************************************************
005830 S800-000-SEND-MAP.
005840     EXEC CICS
005850         SEND MAP(WK-030-MAP-NAME)
005860              MAPSET(WK-030-MAPSET-NAME)
005870              FROM(PDDM768MO)
005880              ERASE
005890     END-EXEC.
005900 S800-999-EXIT.
005910     EXIT.
005920*****************************************************************
005930*    S900-000-SQL-ERROR                                         *
005940*****************************************************************
005950 S900-000-SQL-ERROR.
005960     MOVE SPACES                 TO MSGO.
005970     MOVE SQLCODE                TO WW-000-SQLCODE-DSP.
005980     STRING 'SQL ERROR - SQLCODE ' WW-000-SQLCODE-DSP
005990         DELIMITED BY SIZE INTO MSGO.
006000 S900-999-EXIT.
006010     EXIT.
