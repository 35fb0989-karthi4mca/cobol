000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PDDM7602.
000030 AUTHOR.        ACS GOVERMENT HEALTHCARE.
000040 DATE-COMPILED.
000050*REMARKS.
000060*****************************************************************
000070*                                                               *
000080*@ PROGRAM-ID: PDDM7602                                         *
000090*@ TITLE: CLAIM QA REVIEW SCREEN                                *
000100*                                                               *
000110*****************************************************************
000120*                                                               *
000130*?  I. PROGRAM ABSTRACT                                         *
000140*+                                                              *
000150*+  PSEUDO-CONVERSATIONAL CICS TRANSACTION (TRANID W780), IN    *
000160*+  THE STYLE OF PDDM7601, FOR THE QA REVIEWER TO RECORD THE    *
000170*+  FINDING ON A CLAIM DRAWN BY THE WEEKLY QA SAMPLE            *
000180*+  (PDDB0053) ON C_QA_SMPL_TB.  INQUIRY SHOWS A SAMPLED CLAIM  *
000190*+  BY TCN - OR, WITH NO TCN KEYED, THE FIRST CLAIM STILL OPEN  *
000200*+  IN THE OLDEST WEEK (THE KEYED WEEK WHEN ONE IS KEYED) -     *
000210*+  WITH ITS STRATUM, ADJUDICATED OUTCOME AND PAID AMOUNT, ITS  *
000220*+  FIRST EXCEPTION AND ANY FINDING ALREADY RECORDED.  AN       *
000230*+  UPDATE RECORDS THE CORRECT OUTCOME AND AMOUNT, THE ERROR    *
000240*+  TYPE AND THE CONDU EDIT SECTION AT FAULT, WITH A NOTE, AND  *
000250*+  STAMPS THE REVIEWER'S ID AND THE TIME.  ERROR TYPE NO (NO   *
000260*+  ERROR) IS ONLY TAKEN WHEN THE CORRECT OUTCOME AND AMOUNT    *
000270*+  ARE THE ADJUDICATED ONES; ANY OTHER ERROR TYPE NEEDS AN     *
000280*+  EDIT SECTION (SNNN OR OTHR) AND A NOTE.  A FINDING MAY BE   *
000290*+  CORRECTED BY UPDATING AGAIN.  UPDATES NEED THE UPDATE ROLE  *
000300*+  AND INQUIRY THE INQUIRE ROLE (PDDS9003).                    *
000310*+                                                              *
000320*****************************************************************
000330*+                                                              *
000340*+ II. INPUT/OUTPUT MATRIX                                      *
000350*+                                                              *
000360*+     I/O              TITLE                           ID      *
000370*+     ---   ------------------------------------  ----------   *
000380*+      I/O   C_QA_SMPL_TB                          CLQASMTB    *
000390*+      I/O   PDDM780M MAP (MAPSET PDDM780M)        PDDM780M    *
000400*****************************************************************
000410*+                                                              *
000420*+ IV. CSR CHANGE LOG.                                          *
000430*                                                               *
000440*           -----------  CSR CHANGES  -----------               *
000450*                                                               *
000460*  CSR    CHANGE      ANALYST      DESCRIPTION OF CHANGE        *
000470*  NBR     DATE        NAME                                     *
000480*                                                               *
000490*---------------------------------------------------------------*
000500* CR4234   10/15/26  ACS       NEW PROGRAM.  CLAIM QA REVIEW -  *
000510*                              THE REVIEWER'S FINDING ON A      *
000520*                              CLAIM IN THE WEEKLY QA SAMPLE.   *
000530*****************************************************************
000540
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 DATA DIVISION.
000580 WORKING-STORAGE SECTION.
000590
000600 01  WK-030-MISC-CONSTANTS.
000610     05  WK-030-PROGRAM-NAME     PIC X(08)      VALUE 'PDDM7602'.
000620     05  WK-030-MAPSET-NAME      PIC X(08)      VALUE 'PDDM780M'.
000630     05  WK-030-MAP-NAME         PIC X(08)      VALUE 'PDDM780S'.
000640     05  WK-030-TRANID           PIC X(04)      VALUE 'W780'.
000650
000660 01  WW-000-WORK-AREA.
000670     05  WW-000-EDIT-FAIL-SW      PIC X(01) VALUE 'N'.
000680         88  WW-000-EDIT-FAILED   VALUE 'Y'.
000690     05  WW-000-WK-END-DT         PIC X(10).
000700     05  FILLER REDEFINES WW-000-WK-END-DT.
000710         10  WW-000-WK-YYYY       PIC X(04).
000720         10  WW-000-WK-DASH1      PIC X(01).
000730         10  WW-000-WK-MM         PIC X(02).
000740         10  WW-000-WK-DASH2      PIC X(01).
000750         10  WW-000-WK-DD         PIC X(02).
000760     05  WW-000-DOL-RJ            PIC X(07) JUSTIFIED RIGHT.
000770     05  WW-000-DOL-9 REDEFINES WW-000-DOL-RJ
000780                                  PIC 9(07).
000790     05  WW-000-CTS-TX            PIC X(02).
000800     05  WW-000-CTS-9 REDEFINES WW-000-CTS-TX
000810                                  PIC 9(02).
000820     05  WW-000-AMT-REST          PIC X(12).
000830     05  WW-000-SECT-ID           PIC X(04).
000840     05  FILLER REDEFINES WW-000-SECT-ID.
000850         10  WW-000-SECT-S        PIC X(01).
000860         10  WW-000-SECT-NUM      PIC X(03).
000870     05  WW-000-AMT-DSP           PIC Z,ZZZ,ZZ9.99-.
000880     05  WW-000-CORR-DSP          PIC ZZZZZZ9.99.
000890     05  WW-000-CNT-DSP           PIC ZZZZ9.
000900     05  WW-000-STAT-LINE         PIC X(75).
000910     05  WW-000-OPEN-CNT          PIC S9(09) COMP.
000920
000930     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
000940     COPY CLQASMTB.
000950 01  WH-7602-WK-END-DT            PIC X(10).
000960     EXEC SQL END DECLARE SECTION END-EXEC.
000970 01  WW-000-SQLCODE-DSP           PIC -(8)9.
000980
000990     EXEC SQL INCLUDE SQLCA END-EXEC.
001000
001010*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
001020*    ROLE CHECK - AN UPDATE NEEDS THE UPDATE ROLE, INQUIRY THE
001030*    INQUIRE ROLE.
001040     COPY WKC90030.
001050*
001060 01  WC-000-COMMAREA-WS.
001070     05  WC-000-LAST-ACTCD        PIC X(01).
001080
001090 LINKAGE SECTION.
001100 01  DFHCOMMAREA.
001110     05  PDDM7602-LAST-ACTCD      PIC X(01).
001120
001130     COPY PDDM780M.
001140*****************************************************************
001150*    PROCEDURE DIVISION                                        *
001160*****************************************************************
001170 PROCEDURE DIVISION.
001180*****************************************************************
001190*    S100-000-MAINLINE - FIRST-TIME VS. RETURN DISPATCH         *
001200*****************************************************************
001210 S100-000-MAINLINE.
001220     IF EIBCALEN = 0
001230         PERFORM S200-000-INIT-SCREEN
001240             THRU S200-999-EXIT
001250     ELSE
001260         MOVE DFHCOMMAREA        TO WC-000-COMMAREA-WS
001270         PERFORM S300-000-RECEIVE-MAP
001280             THRU S300-999-EXIT
001290         PERFORM S400-000-PROCESS-ACTION
001300             THRU S400-999-EXIT
001310     END-IF.
001320     PERFORM S800-000-SEND-MAP
001330         THRU S800-999-EXIT.
001340     MOVE WC-000-LAST-ACTCD      TO PDDM7602-LAST-ACTCD.
001350     EXEC CICS
001360         RETURN TRANSID(WK-030-TRANID)
001370                COMMAREA(DFHCOMMAREA)
001380     END-EXEC.
001390     GOBACK.
001400*****************************************************************
001410*    S200-000-INIT-SCREEN                                       *
001420*****************************************************************
001430 S200-000-INIT-SCREEN.
001440     MOVE LOW-VALUES             TO PDDM780MO.
001450     MOVE SPACES                 TO WC-000-LAST-ACTCD.
001460     MOVE 'ENTER AN ACTION (I/U/C) - NO TCN ON I FOR NEXT OPEN'
001470                                 TO MSGO.
001480 S200-999-EXIT.
001490     EXIT.
001500*****************************************************************
001510*    S300-000-RECEIVE-MAP - FIELDS THE OPERATOR DID NOT TOUCH   *
001520*    COME BACK AS LOW-VALUES AND ARE BLANKED FOR THE EDITS      *
001530*****************************************************************
001540 S300-000-RECEIVE-MAP.
001550     EXEC CICS
001560         RECEIVE MAP(WK-030-MAP-NAME)
001570                 MAPSET(WK-030-MAPSET-NAME)
001580                 INTO(PDDM780MI)
001590     END-EXEC.
001600     INSPECT WKENDI   REPLACING ALL LOW-VALUE BY SPACE.
001610     INSPECT TCNI     REPLACING ALL LOW-VALUE BY SPACE.
001620     INSPECT CORROCI  REPLACING ALL LOW-VALUE BY SPACE.
001630     INSPECT CORRAMTI REPLACING ALL LOW-VALUE BY SPACE.
001640     INSPECT ERRTYI   REPLACING ALL LOW-VALUE BY SPACE.
001650     INSPECT SECTI    REPLACING ALL LOW-VALUE BY SPACE.
001660     INSPECT NOTEI    REPLACING ALL LOW-VALUE BY SPACE.
001670     INSPECT ACTCDI   REPLACING ALL LOW-VALUE BY SPACE.
001680 S300-999-EXIT.
001690     EXIT.
001700*****************************************************************
001710*    S400-000-PROCESS-ACTION - AUTHORIZE AND ROUTE ON ACTCD     *
001720*****************************************************************
001730 S400-000-PROCESS-ACTION.
001740     MOVE SPACES                 TO MSGO.
001750     IF ACTCDI NOT = 'I' AND 'U' AND 'C'
001760         MOVE 'INVALID ACTION - MUST BE I, U OR C' TO MSGO
001770         GO TO S400-999-EXIT
001780     END-IF.
001790     IF ACTCDI = 'C'
001800         PERFORM S200-000-INIT-SCREEN
001810             THRU S200-999-EXIT
001820         GO TO S400-999-EXIT
001830     END-IF.
001840     IF ACTCDI = 'I'
001850         MOVE 'I'                TO WK-9003-REQ-ACCESS-CD
001860     ELSE
001870         MOVE 'U'                TO WK-9003-REQ-ACCESS-CD
001880     END-IF.
001890     MOVE SPACES                 TO WK-9003-KEY-TX.
001900     STRING WKENDI ' ' TCNI
001910         DELIMITED BY SIZE INTO WK-9003-KEY-TX.
001920*    THE SIGNED-ON USER, NOT THE TERMINAL - THE FINDING MUST
001930*    NAME THE PERSON WHO MADE IT.
001940     EXEC CICS ASSIGN
001950         USERID(WK-9003-OPER-ID)
001960     END-EXEC.
001970     MOVE WK-030-TRANID          TO WK-9003-TRAN-ID.
001980     CALL 'PDDS9003' USING WK-9003-CALL-PARMS.
001990     IF WK-9003-ACCESS-DENIED
002000         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION - SEE SECURITY'
002010                                 TO MSGO
002020         GO TO S400-999-EXIT
002030     END-IF.
002040     MOVE WKENDI                 TO WW-000-WK-END-DT.
002050     IF WW-000-WK-END-DT NOT = SPACES
002060         IF WW-000-WK-YYYY NOT NUMERIC
002070          OR WW-000-WK-MM NOT NUMERIC
002080          OR WW-000-WK-DD NOT NUMERIC
002090          OR WW-000-WK-DASH1 NOT = '-'
002100          OR WW-000-WK-DASH2 NOT = '-'
002110             MOVE 'WEEK ENDING MUST BE YYYY-MM-DD' TO MSGO
002120             GO TO S400-999-EXIT
002130         END-IF
002140     END-IF.
002150     MOVE WW-000-WK-END-DT       TO WH-7602-WK-END-DT.
002160     IF ACTCDI = 'U'
002170      AND TCNI = SPACES
002180         MOVE 'TCN IS REQUIRED TO RECORD A FINDING' TO MSGO
002190         GO TO S400-999-EXIT
002200     END-IF.
002210     MOVE TCNI                   TO CLQASMTB-C-TCN-NUM.
002220     EVALUATE ACTCDI
002230         WHEN 'I'
002240             PERFORM S450-000-INQUIRE-SAMPLE
002250                 THRU S450-999-EXIT
002260         WHEN 'U'
002270             PERFORM S420-000-RECORD-FINDING
002280                 THRU S420-999-EXIT
002290     END-EVALUATE.
002300     MOVE ACTCDI                 TO WC-000-LAST-ACTCD.
002310 S400-999-EXIT.
002320     EXIT.
002330*****************************************************************
002340*    S420-000-RECORD-FINDING - EDIT THE FINDING AGAINST THE     *
002350*    ADJUDICATION AND RECORD IT WITH THE REVIEWER AND THE TIME  *
002360*****************************************************************
002370 S420-000-RECORD-FINDING.
002380     PERFORM S465-000-READ-SAMPLE
002390         THRU S465-999-EXIT.
002400     IF WW-000-EDIT-FAILED
002410         GO TO S420-999-EXIT
002420     END-IF.
002430     IF CORROCI NOT = 'P' AND 'D'
002440         MOVE 'CORRECT OUTCOME MUST BE P (PAY) OR D (DENY)'
002450                                 TO MSGO
002460         GO TO S420-999-EXIT
002470     END-IF.
002480     MOVE CORROCI                TO CLQASMTB-C-QA-CORR-OUTC-CD.
002490     PERFORM S470-000-EDIT-AMOUNT
002500         THRU S470-999-EXIT.
002510     IF WW-000-EDIT-FAILED
002520         GO TO S420-999-EXIT
002530     END-IF.
002540     IF CORROCI = 'D'
002550      AND CLQASMTB-C-QA-CORR-AMT NOT = ZERO
002560         MOVE 'A CLAIM THAT SHOULD DENY PAYS 0.00' TO MSGO
002570         GO TO S420-999-EXIT
002580     END-IF.
002590     MOVE ERRTYI                 TO CLQASMTB-C-QA-ERR-TY-CD.
002600     IF NOT CLQASMTB-C-QA-ERR-KNOWN
002610         MOVE 'ERROR TYPE MUST BE NO EL DC PA PR CB DU PV LM OT'
002620                                 TO MSGO
002630         GO TO S420-999-EXIT
002640     END-IF.
002650     IF CLQASMTB-C-QA-ERR-NONE
002660         IF CLQASMTB-C-QA-CORR-OUTC-CD NOT = CLQASMTB-C-QA-OUTC-CD
002670          OR CLQASMTB-C-QA-CORR-AMT NOT = CLQASMTB-C-TOT-REIMB-AMT
002680             MOVE 'OUTCOME OR AMOUNT DIFFERS - ERROR TYPE NOT NO'
002690                                 TO MSGO
002700             GO TO S420-999-EXIT
002710         END-IF
002720     ELSE
002730         MOVE SECTI              TO WW-000-SECT-ID
002740         IF WW-000-SECT-ID NOT = 'OTHR'
002750             IF WW-000-SECT-S NOT = 'S'
002760              OR WW-000-SECT-NUM NOT NUMERIC
002770                 MOVE 'EDIT SECTION MUST BE SNNN OR OTHR' TO MSGO
002780                 GO TO S420-999-EXIT
002790             END-IF
002800         END-IF
002810         IF NOTEI = SPACES
002820             MOVE 'A NOTE IS REQUIRED WHEN THERE IS AN ERROR'
002830                                 TO MSGO
002840             GO TO S420-999-EXIT
002850         END-IF
002860     END-IF.
002870     MOVE SECTI                  TO CLQASMTB-C-EDIT-SECT-ID.
002880     MOVE NOTEI                  TO CLQASMTB-C-QA-RVW-NOTE-TX.
002890     MOVE WK-9003-OPER-ID        TO CLQASMTB-C-QA-RVW-USER-ID.
002900     EXEC SQL
002910         UPDATE C_QA_SMPL_TB
002920            SET C_QA_STAT_CD      = 'R',
002930                C_QA_CORR_OUTC_CD = :CLQASMTB-C-QA-CORR-OUTC-CD,
002940                C_QA_CORR_AMT     = :CLQASMTB-C-QA-CORR-AMT,
002950                C_QA_ERR_TY_CD    = :CLQASMTB-C-QA-ERR-TY-CD,
002960                C_EDIT_SECT_ID    = :CLQASMTB-C-EDIT-SECT-ID,
002970                C_QA_RVW_NOTE_TX  = :CLQASMTB-C-QA-RVW-NOTE-TX,
002980                C_QA_RVW_USER_ID  = :CLQASMTB-C-QA-RVW-USER-ID,
002990                C_QA_RVW_TS       =
003000                    TO_CHAR(CURRENT_TIMESTAMP,
003010                            'YYYY-MM-DD-HH24.MI.SS.FF6'),
003020                G_AUD_TS          =
003030                    TO_CHAR(CURRENT_TIMESTAMP,
003040                            'YYYY-MM-DD-HH24.MI.SS.FF6')
003050          WHERE C_QA_WK_END_DT    = :CLQASMTB-C-QA-WK-END-DT
003060            AND C_TCN_NUM         = :CLQASMTB-C-TCN-NUM
003070     END-EXEC.
003080     EVALUATE SQLCODE
003090       WHEN 0
003100         CONTINUE
003110       WHEN 100
003120         MOVE 'SAMPLE REDRAWN BY ANOTHER RUN - NO CHANGE MADE'
003130                                 TO MSGO
003140         GO TO S420-999-EXIT
003150       WHEN OTHER
003160         PERFORM S900-000-SQL-ERROR
003170             THRU S900-999-EXIT
003180         GO TO S420-999-EXIT
003190     END-EVALUATE.
003200     PERFORM S465-000-READ-SAMPLE
003210         THRU S465-999-EXIT.
003220     IF WW-000-EDIT-FAILED
003230         GO TO S420-999-EXIT
003240     END-IF.
003250     PERFORM S455-000-SHOW-SAMPLE
003260         THRU S455-999-EXIT.
003270     MOVE 'FINDING RECORDED - BLANK TCN AND I FOR THE NEXT OPEN'
003280                                 TO MSGO.
003290 S420-999-EXIT.
003300     EXIT.
003310*****************************************************************
003320*    S450-000-INQUIRE-SAMPLE - ONE SAMPLED CLAIM BY TCN, OR THE *
003330*    FIRST STILL OPEN IN THE OLDEST WEEK WHEN NO TCN IS KEYED   *
003340*****************************************************************
003350 S450-000-INQUIRE-SAMPLE.
003360     IF CLQASMTB-C-TCN-NUM = SPACES
003370         EXEC SQL
003380             SELECT C_QA_WK_END_DT, MIN(C_TCN_NUM)
003390               INTO :WH-7602-WK-END-DT,
003400                    :CLQASMTB-C-TCN-NUM
003410               FROM C_QA_SMPL_TB
003420              WHERE C_QA_STAT_CD   = 'O'
003430                AND C_QA_WK_END_DT =
003440                    (SELECT MIN(C_QA_WK_END_DT)
003450                       FROM C_QA_SMPL_TB
003460                      WHERE C_QA_STAT_CD = 'O'
003470                        AND (C_QA_WK_END_DT = :WH-7602-WK-END-DT
003480                             OR :WH-7602-WK-END-DT = ' '))
003490              GROUP BY C_QA_WK_END_DT
003500         END-EXEC
003510         IF SQLCODE = 100
003520             MOVE 'NO SAMPLED CLAIMS OPEN' TO MSGO
003530             GO TO S450-999-EXIT
003540         END-IF
003550         IF SQLCODE NOT = 0
003560             PERFORM S900-000-SQL-ERROR
003570                 THRU S900-999-EXIT
003580             GO TO S450-999-EXIT
003590         END-IF
003600     END-IF.
003610     PERFORM S465-000-READ-SAMPLE
003620         THRU S465-999-EXIT.
003630     IF WW-000-EDIT-FAILED
003640         GO TO S450-999-EXIT
003650     END-IF.
003660     PERFORM S455-000-SHOW-SAMPLE
003670         THRU S455-999-EXIT.
003680     IF CLQASMTB-C-QA-OPEN
003690         MOVE 'KEY THE FINDING AND ACTION U TO RECORD IT' TO MSGO
003700     ELSE
003710         MOVE 'FINDING ALREADY RECORDED - ACTION U TO CORRECT IT'
003720                                 TO MSGO
003730     END-IF.
003740 S450-999-EXIT.
003750     EXIT.
003760*****************************************************************
003770*    S455-000-SHOW-SAMPLE - FORMAT THE SAMPLED CLAIM ONTO THE   *
003780*    SCREEN, WITH THE OPEN CLAIMS LEFT IN ITS WEEK              *
003790*****************************************************************
003800 S455-000-SHOW-SAMPLE.
003810     MOVE CLQASMTB-C-QA-WK-END-DT TO WKENDO.
003820     MOVE CLQASMTB-C-TCN-NUM     TO TCNO.
003830     MOVE SPACES                 TO STRATO.
003840     STRING CLQASMTB-C-QA-OUTC-CD '-' CLQASMTB-C-QA-BAND-CD '-'
003850            CLQASMTB-C-CTGRY-CD
003860         DELIMITED BY SIZE INTO STRATO.
003870     IF CLQASMTB-C-QA-OUTC-PAID
003880         MOVE 'PAID'             TO OUTCO
003890     ELSE
003900         MOVE 'DENIED'           TO OUTCO
003910     END-IF.
003920     MOVE CLQASMTB-C-TOT-REIMB-AMT TO WW-000-AMT-DSP.
003930     MOVE WW-000-AMT-DSP         TO PAIDAMTO.
003940     MOVE CLQASMTB-G-AUD-TS      TO AUDTSO.
003950     MOVE CLQASMTB-R-CLM-EXC-CD  TO EXCCDO.
003960     MOVE CLQASMTB-C-EXC-CNT     TO WW-000-CNT-DSP.
003970     MOVE WW-000-CNT-DSP         TO EXCCNTO.
003980     MOVE CLQASMTB-C-EDIT-SECT-ID TO SECTO.
003990     MOVE SPACES                 TO WW-000-STAT-LINE.
004000     IF CLQASMTB-C-QA-REVIEWED
004010         MOVE 'REVIEWED'         TO QSTATO
004020         MOVE CLQASMTB-C-QA-CORR-OUTC-CD TO CORROCO
004030         MOVE CLQASMTB-C-QA-CORR-AMT TO WW-000-CORR-DSP
004040         MOVE WW-000-CORR-DSP    TO CORRAMTO
004050         MOVE CLQASMTB-C-QA-ERR-TY-CD TO ERRTYO
004060         MOVE CLQASMTB-C-QA-RVW-NOTE-TX TO NOTEO
004070         STRING 'REVIEWED BY ' CLQASMTB-C-QA-RVW-USER-ID
004080                ' AT ' CLQASMTB-C-QA-RVW-TS
004090             DELIMITED BY SIZE INTO WW-000-STAT-LINE
004100     ELSE
004110         MOVE 'OPEN'             TO QSTATO
004120         MOVE SPACES             TO CORROCO CORRAMTO ERRTYO NOTEO
004130     END-IF.
004140     MOVE WW-000-STAT-LINE       TO RVWLNO.
004150     EXEC SQL
004160         SELECT COUNT(*)
004170           INTO :WW-000-OPEN-CNT
004180           FROM C_QA_SMPL_TB
004190          WHERE C_QA_WK_END_DT = :CLQASMTB-C-QA-WK-END-DT
004200            AND C_QA_STAT_CD   = 'O'
004210     END-EXEC.
004220     IF SQLCODE NOT = 0
004230         PERFORM S900-000-SQL-ERROR
004240             THRU S900-999-EXIT
004250         GO TO S455-999-EXIT
004260     END-IF.
004270     MOVE WW-000-OPEN-CNT        TO WW-000-CNT-DSP.
004280     MOVE WW-000-CNT-DSP         TO OPENCNTO.
004290 S455-999-EXIT.
004300     EXIT.
004310*****************************************************************
004320*    S465-000-READ-SAMPLE - THE SAMPLED CLAIM'S ROW, IN THE     *
004330*    KEYED WEEK OR ELSE THE LATEST WEEK IT WAS DRAWN IN         *
004340*****************************************************************
004350 S465-000-READ-SAMPLE.
004360     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
004370     EXEC SQL
004380         SELECT C_QA_WK_END_DT, C_QA_OUTC_CD, C_QA_BAND_CD,
004390                C_CTGRY_CD, C_QA_POP_CNT, C_QA_SMPL_CNT,
004400                C_TOT_REIMB_AMT, R_CLM_EXC_CD, C_EXC_CNT,
004410                C_QA_STAT_CD, C_QA_CORR_OUTC_CD, C_QA_CORR_AMT,
004420                C_QA_ERR_TY_CD, C_EDIT_SECT_ID, C_QA_RVW_NOTE_TX,
004430                C_QA_RVW_USER_ID, C_QA_RVW_TS, G_AUD_TS
004440           INTO :CLQASMTB-C-QA-WK-END-DT,
004450                :CLQASMTB-C-QA-OUTC-CD,
004460                :CLQASMTB-C-QA-BAND-CD,
004470                :CLQASMTB-C-CTGRY-CD,
004480                :CLQASMTB-C-QA-POP-CNT,
004490                :CLQASMTB-C-QA-SMPL-CNT,
004500                :CLQASMTB-C-TOT-REIMB-AMT,
004510                :CLQASMTB-R-CLM-EXC-CD,
004520                :CLQASMTB-C-EXC-CNT,
004530                :CLQASMTB-C-QA-STAT-CD,
004540                :CLQASMTB-C-QA-CORR-OUTC-CD,
004550                :CLQASMTB-C-QA-CORR-AMT,
004560                :CLQASMTB-C-QA-ERR-TY-CD,
004570                :CLQASMTB-C-EDIT-SECT-ID,
004580                :CLQASMTB-C-QA-RVW-NOTE-TX,
004590                :CLQASMTB-C-QA-RVW-USER-ID,
004600                :CLQASMTB-C-QA-RVW-TS,
004610                :CLQASMTB-G-AUD-TS
004620           FROM C_QA_SMPL_TB
004630          WHERE C_TCN_NUM      = :CLQASMTB-C-TCN-NUM
004640            AND C_QA_WK_END_DT =
004650                (SELECT MAX(C_QA_WK_END_DT)
004660                   FROM C_QA_SMPL_TB
004670                  WHERE C_TCN_NUM = :CLQASMTB-C-TCN-NUM
004680                    AND (C_QA_WK_END_DT = :WH-7602-WK-END-DT
004690                         OR :WH-7602-WK-END-DT = ' '))
004700     END-EXEC.
004710     EVALUATE SQLCODE
004720       WHEN 0
004730         CONTINUE
004740       WHEN 100
004750         SET WW-000-EDIT-FAILED TO TRUE
004760         MOVE 'CLAIM NOT IN THE QA SAMPLE' TO MSGO
004770       WHEN OTHER
004780         SET WW-000-EDIT-FAILED TO TRUE
004790         PERFORM S900-000-SQL-ERROR
004800             THRU S900-999-EXIT
004810     END-EVALUATE.
004820 S465-999-EXIT.
004830     EXIT.
004840*****************************************************************
004850*    S470-000-EDIT-AMOUNT - THE CORRECT AMOUNT AS DOLLARS AND   *
004860*    AN OPTIONAL POINT AND CENTS, NO COMMAS.  BLANK IS TAKEN AS *
004870*    ZERO ON A CLAIM THAT SHOULD DENY.                          *
004880*****************************************************************
004890 S470-000-EDIT-AMOUNT.
004900     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
004910     IF CORRAMTI = SPACES
004920         IF CORROCI = 'D'
004930             MOVE ZERO           TO CLQASMTB-C-QA-CORR-AMT
004940         ELSE
004950             SET WW-000-EDIT-FAILED TO TRUE
004960             MOVE 'CORRECT AMOUNT REQUIRED ON A CLAIM THAT PAYS'
004970                                 TO MSGO
004980         END-IF
004990         GO TO S470-999-EXIT
005000     END-IF.
005010     MOVE SPACES                 TO WW-000-DOL-RJ
005020                                    WW-000-CTS-TX
005030                                    WW-000-AMT-REST.
005040     UNSTRING CORRAMTI DELIMITED BY '.' OR SPACE
005050         INTO WW-000-DOL-RJ
005060              WW-000-CTS-TX
005070              WW-000-AMT-REST.
005080     INSPECT WW-000-DOL-RJ REPLACING LEADING SPACE BY ZERO.
005090     INSPECT WW-000-CTS-TX REPLACING ALL SPACE BY ZERO.
005100     IF WW-000-DOL-RJ NOT NUMERIC
005110      OR WW-000-CTS-TX NOT NUMERIC
005120      OR WW-000-AMT-REST NOT = SPACES
005130         SET WW-000-EDIT-FAILED TO TRUE
005140         MOVE 'CORRECT AMOUNT MUST BE DOLLARS.CENTS, NO COMMAS'
005150                                 TO MSGO
005160         GO TO S470-999-EXIT
005170     END-IF.
005180     COMPUTE CLQASMTB-C-QA-CORR-AMT =
005190         WW-000-DOL-9 + WW-000-CTS-9 / 100.
005200 S470-999-EXIT.
005210     EXIT.
005220*****************************************************************
005230*    S800-000-SEND-MAP                                          *
005240*****************************************************************
005250 S800-000-SEND-MAP.
005260     EXEC CICS
005270         SEND MAP(WK-030-MAP-NAME)
005280              MAPSET(WK-030-MAPSET-NAME)
005290              FROM(PDDM780MO)
005300              ERASE
005310     END-EXEC.
005320 S800-999-EXIT.
005330     EXIT.
005340*****************************************************************
005350*    S900-000-SQL-ERROR                                         *
005360*****************************************************************
005370 S900-000-SQL-ERROR.
005380     MOVE SPACES                 TO MSGO.
005390     MOVE SQLCODE                TO WW-000-SQLCODE-DSP.
005400     STRING 'SQL ERROR - SQLCODE ' WW-000-SQLCODE-DSP
005410         DELIMITED BY SIZE INTO MSGO.
005420 S900-999-EXIT.
005430     EXIT.
