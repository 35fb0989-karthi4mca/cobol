000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PDDM7597.
000030 AUTHOR.        ACS GOVERMENT HEALTHCARE.
000040 DATE-COMPILED.
000050*REMARKS.
000060*****************************************************************
000070*                                                               *
000080*@ PROGRAM-ID: PDDM7597                                         *
000090*@ TITLE: HELP-DESK DRUG COVERAGE EXPLAINER INQUIRY SCREEN      *
000100*                                                               *
000110*****************************************************************
000120*                                                               *
000130*?  I. PROGRAM ABSTRACT                                         *
000140*+                                                              *
000150*+  PSEUDO-CONVERSATIONAL CICS INQUIRY (TRANID W775) THAT       *
000160*+  ANSWERS "WHY WON'T THIS DRUG PAY" IN ONE PLACE.  THE        *
000170*+  OPERATOR KEYS AN NDC OR A GCN AND, OPTIONALLY, A            *
000180*+  CARDHOLDER ID.  SHOWN:                                      *
000190*+   - THE R_DRUG_MSTR_TB ROW (STATUS, TERM DATE, DESI,         *
000200*+     COVERAGE, REBATE, BRAND/GENERIC) WITH WHAT S311 DOES     *
000210*+     WITH IT, OR FOR A GCN A COUNT OF ITS NDCS BY STATE;      *
000220*+   - EVERY EFFECTIVE DRUG LIST ROW THE GCN IS ON (PA          *
000230*+     REQUIRED 7508, DIAGNOSIS 7509, DAILY DOSE 7511, MME      *
000240*+     7517, STEP THERAPY 7518, HOSPICE 7520, VACCINE 7521,     *
000250*+     MAINTENANCE 7522, QUANTITY LIMIT 7528) IN PLAIN ENGLISH  *
000260*+     WITH THE ROW'S LIMITS AND THE EXCEPTION IT DRIVES, PLUS  *
000270*+     ANY R_DRUG_RSTR_TB AGE/GENDER/PREGNANCY RESTRICTION AND  *
000280*+     LIMITED-DISTRIBUTION (R_LDD_PHRM_TB) CONTROL;            *
000290*+   - FOR A MEMBER, ANY ACTIVE OR PENDING PA FOR THE GCN, A    *
000300*+     STEP-THERAPY PREREQUISITE FILL INSIDE THE LOOKBACK, AND  *
000310*+     AN ACTIVE HOSPICE ELECTION - EACH TESTED THE WAY CONDU   *
000320*+     TESTS IT, AS OF TODAY.                                   *
000330*+  READ ONLY.  NEEDS THE INQUIRE ROLE ON W775 (PDDS9003),      *
000340*+  WHICH LOGS EVERY USE.                                       *
000350*+                                                              *
000360*****************************************************************
000370*+                                                              *
000380*+ II. INPUT/OUTPUT MATRIX                                      *
000390*+                                                              *
000400*+     I/O              TITLE                           ID      *
000410*+     ---   ------------------------------------  ----------   *
000420*+      I     R_DRUG_MSTR_TB                        CLDRMSTB    *
000430*+      I     G_LIST_DTL_TB                                     *
000440*+      I     R_DRUG_RSTR_TB                        CLDRRSTB    *
000450*+      I     R_LDD_PHRM_TB                                     *
000460*+      I     R_MBR_ELIG_TB                                     *
000470*+      I     C_PRIOR_AUTH_TB                       CLPAUTTB    *
000480*+      I     C_LI_DRUG_TB                                      *
000490*+      I     C_HOSPICE_ELIG_TB                     CLHSPCTB    *
000500*+      I/O   PDDM775M MAP (MAPSET PDDM775M)        PDDM775M    *
000510*****************************************************************
000520*+                                                              *
000530*+ IV. CSR CHANGE LOG.                                          *
000540*                                                               *
000550*           -----------  CSR CHANGES  -----------               *
000560*                                                               *
000570*  CSR    CHANGE      ANALYST      DESCRIPTION OF CHANGE        *
000580*  NBR     DATE        NAME                                     *
000590*                                                               *
000600*---------------------------------------------------------------*
000610* CR4219   10/15/26  ACS       NEW PROGRAM.  DRUG COVERAGE      *
000620*                              EXPLAINER BY NDC OR GCN, WITH    *
000630*                              OPTIONAL MEMBER PA, STEP-THERAPY *
000640*                              AND HOSPICE STANDING.            *
000650*****************************************************************
000660
000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000690 DATA DIVISION.
000700 WORKING-STORAGE SECTION.
000710
000720 01  WK-030-MISC-CONSTANTS.
000730     05  WK-030-PROGRAM-NAME     PIC X(08)      VALUE 'PDDM7597'.
000740     05  WK-030-MAPSET-NAME      PIC X(08)      VALUE 'PDDM775M'.
000750     05  WK-030-MAP-NAME         PIC X(08)      VALUE 'PDDM775S'.
000760     05  WK-030-TRANID           PIC X(04)      VALUE 'W775'.
000770     05  WK-030-DFLT-LKBK-DAYS   PIC S9(04) COMP VALUE +180.
000780
000790 01  WW-000-WORK-AREA.
000800     05  WW-000-EDIT-FAIL-SW      PIC X(01) VALUE 'N'.
000810         88  WW-000-EDIT-FAILED   VALUE 'Y'.
000820     05  WW-000-EOF-SW            PIC X(01) VALUE 'N'.
000830         88  WW-000-CURSOR-EOF    VALUE 'Y'.
000840     05  WW-000-MBR-FOUND-SW      PIC X(01) VALUE 'N'.
000850         88  WW-000-MBR-FOUND     VALUE 'Y'.
000860     05  WW-000-ON-7508-SW        PIC X(01) VALUE 'N'.
000870         88  WW-000-ON-7508       VALUE 'Y'.
000880     05  WW-000-ON-7518-SW        PIC X(01) VALUE 'N'.
000890         88  WW-000-ON-7518       VALUE 'Y'.
000900     05  WW-000-ON-7520-SW        PIC X(01) VALUE 'N'.
000910         88  WW-000-ON-7520       VALUE 'Y'.
000920     05  WW-000-ACTIVE-PA-SW      PIC X(01) VALUE 'N'.
000930         88  WW-000-ACTIVE-PA     VALUE 'Y'.
000940     05  WW-000-STEP-MET-SW       PIC X(01) VALUE 'N'.
000950         88  WW-000-STEP-MET      VALUE 'Y'.
000960     05  WW-000-LINE-SUB          PIC S9(04) COMP VALUE +0.
000970     05  WW-000-LINE              PIC X(75).
000980     05  WW-000-GCN-6             PIC 9(06).
000990     05  WW-000-GCN-9             PIC 9(09).
001000     05  WW-000-NDC-DSP           PIC 9(11).
001010     05  WW-000-CNT-DSP           PIC ZZZZ9.
001020     05  WW-000-CNT2-DSP          PIC ZZZZ9.
001030     05  WW-000-CNT3-DSP          PIC ZZZZ9.
001040     05  WW-000-CNT4-DSP          PIC ZZZZ9.
001050     05  WW-000-AGE-LO-DSP        PIC ZZ9.
001060     05  WW-000-AGE-HI-DSP        PIC ZZ9.
001070     05  WW-000-QTY-DSP           PIC ZZZZZZZ9.999.
001080     05  WW-000-LKBK-DSP          PIC ZZZ9.
001090     05  WW-000-VERDICT           PIC X(40).
001100     05  WW-000-GENDER-TX         PIC X(11).
001110     05  WW-000-PREG-TX           PIC X(22).
001120
001130     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
001140     COPY CLDRMSTB.
001150     COPY CLDRRSTB.
001160     COPY CLPAUTTB.
001170     COPY CLHSPCTB.
001180 01  WS-000-HOST-VARS.
001190     05  WS-000-TODAY-DT          PIC X(10).
001200     05  WS-000-GCN-NUM           PIC S9(09) COMP.
001210     05  WS-000-GCN6-TX           PIC X(15).
001220     05  WS-000-GCN9-TX           PIC X(15).
001230     05  WS-000-CRDHLDR-ID        PIC X(20).
001240     05  WS-000-CUST-PART-NUM     PIC S9(04) COMP.
001250     05  WS-000-SYS-ID            PIC S9(09) COMP.
001260     05  WS-000-LIST-NUM          PIC X(04).
001270     05  WS-000-STRT-LMT          PIC X(15).
001280     05  WS-000-END-LMT           PIC X(15).
001290     05  WS-000-STRT-2-LMT        PIC X(15).
001300     05  WS-000-DTL-TX            PIC X(30).
001310     05  WS-000-NDC-CNT           PIC S9(09) COMP.
001320     05  WS-000-ACTV-CNT          PIC S9(09) COMP.
001330     05  WS-000-CVRD-CNT          PIC S9(09) COMP.
001340     05  WS-000-RBT-CNT           PIC S9(09) COMP.
001350     05  WS-000-LDD-CNT           PIC S9(09) COMP.
001360     05  WS-000-PEND-CNT          PIC S9(09) COMP.
001370     05  WS-000-FILL-CNT          PIC S9(09) COMP.
001380     05  WS-000-PREREQ-GCN        PIC S9(09) COMP.
001390     05  WS-000-LKBK-DAYS         PIC S9(04) COMP.
001400     EXEC SQL END DECLARE SECTION END-EXEC.
001410 01  WW-000-SQLCODE-DSP           PIC -(8)9.
001420*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
001430*    ROLE CHECK AND ACCESS LOG.
001440     COPY WKC90030.
001450
001460     EXEC SQL INCLUDE SQLCA END-EXEC.
001470
001480*****************************************************************
001490*  DRUG LIST CURSOR - EVERY EFFECTIVE CLAIMS-SUBSYSTEM ROW THE  *
001500*  GCN IS ON, KEYED THE WAY CONDU LOOKS EACH LIST UP: 6-DIGIT   *
001510*  GCN IN A START/END RANGE (7508, 7509, 7511) OR IN THE START  *
001520*  LIMIT (7518, 7528); 9-DIGIT ZERO-PADDED GCN IN A RANGE       *
001530*  (7520, 7522) OR IN THE START LIMIT (7517, 7521).             *
001540*****************************************************************
001550     EXEC SQL
001560         DECLARE W775LST CURSOR FOR
001570         SELECT G_LIST_NUM, G_LIST_STRT_LMT, G_LIST_END_LMT,
001580                NVL(G_LIST_STRT_2_LMT, ' '),
001590                NVL(G_LIST_DTL_TX, ' ')
001600           FROM G_LIST_DTL_TB
001610          WHERE G_LIST_SUBSYS_CD = 'C'
001620            AND G_LIST_EFF_STRT_DT <= TRUNC(CURRENT_DATE)
001630            AND G_LIST_EFF_END_DT  >= TRUNC(CURRENT_DATE)
001640            AND ((G_LIST_NUM IN ('7508', '7509', '7511')
001650              AND G_LIST_STRT_LMT <= :WS-000-GCN6-TX
001660              AND G_LIST_END_LMT  >= :WS-000-GCN6-TX)
001670             OR  (G_LIST_NUM IN ('7518', '7528')
001680              AND G_LIST_STRT_LMT  = :WS-000-GCN6-TX)
001690             OR  (G_LIST_NUM IN ('7520', '7522')
001700              AND G_LIST_STRT_LMT <= :WS-000-GCN9-TX
001710              AND G_LIST_END_LMT  >= :WS-000-GCN9-TX)
001720             OR  (G_LIST_NUM IN ('7517', '7521')
001730              AND G_LIST_STRT_LMT  = :WS-000-GCN9-TX))
001740          ORDER BY G_LIST_NUM, G_LIST_END_LMT
001750     END-EXEC.
001760
001770*****************************************************************
001780*  STEP-THERAPY CURSOR - THE GCN'S 7518 ROWS: PREREQUISITE GCN  *
001790*  IN THE END LIMIT, LOOKBACK DAYS IN THE DETAIL TEXT (AS       *
001800*  CONDU'S STEP_THERAPY_LST).                                   *
001810*****************************************************************
001820     EXEC SQL
001830         DECLARE W775STP CURSOR FOR
001840         SELECT G_LIST_END_LMT, NVL(G_LIST_DTL_TX, ' ')
001850           FROM G_LIST_DTL_TB
001860          WHERE G_LIST_SUBSYS_CD = 'C'
001870            AND G_LIST_NUM       = '7518'
001880            AND G_LIST_STRT_LMT  = :WS-000-GCN6-TX
001890     END-EXEC.
001900
001910 01  WC-000-COMMAREA-WS.
001920     05  WC-000-LAST-KEY          PIC X(17).
001930
001940 LINKAGE SECTION.
001950 01  DFHCOMMAREA.
001960     05  PDDM7597-LAST-KEY        PIC X(17).
001970
001980     COPY PDDM775M.
001990*****************************************************************
002000*    PROCEDURE DIVISION                                         *
002010*****************************************************************
002020 PROCEDURE DIVISION.
002030*****************************************************************
002040*    S100-000-MAINLINE - FIRST-TIME VS. RETURN DISPATCH         *
002050*****************************************************************
002060 S100-000-MAINLINE.
002070     IF EIBCALEN = 0
002080         PERFORM S200-000-INIT-SCREEN
002090             THRU S200-999-EXIT
002100     ELSE
002110         MOVE DFHCOMMAREA        TO WC-000-COMMAREA-WS
002120         PERFORM S300-000-RECEIVE-MAP
002130             THRU S300-999-EXIT
002140         PERFORM S400-000-PROCESS
002150             THRU S400-999-EXIT
002160     END-IF.
002170     PERFORM S800-000-SEND-MAP
002180         THRU S800-999-EXIT.
002190     MOVE WC-000-COMMAREA-WS     TO DFHCOMMAREA.
002200     EXEC CICS
002210         RETURN TRANSID(WK-030-TRANID)
002220                COMMAREA(DFHCOMMAREA)
002230     END-EXEC.
002240     GOBACK.
002250*****************************************************************
002260*    S200-000-INIT-SCREEN - BLANK THE SCREEN ON FIRST ENTRY     *
002270*****************************************************************
002280 S200-000-INIT-SCREEN.
002290     MOVE LOW-VALUES             TO PDDM775MO.
002300     INITIALIZE WC-000-COMMAREA-WS.
002310     MOVE 'KEY AN NDC OR GCN, AND A CARDHOLDER ID IF ANY' TO MSGO.
002320 S200-999-EXIT.
002330     EXIT.
002340*****************************************************************
002350*    S300-000-RECEIVE-MAP                                       *
002360*****************************************************************
002370 S300-000-RECEIVE-MAP.
002380     EXEC CICS
002390         RECEIVE MAP(WK-030-MAP-NAME)
002400                 MAPSET(WK-030-MAPSET-NAME)
002410                 INTO(PDDM775MI)
002420     END-EXEC.
002430     INSPECT NDCI   REPLACING ALL LOW-VALUE BY SPACE.
002440     INSPECT GCNI   REPLACING ALL LOW-VALUE BY SPACE.
002450     INSPECT CRDIDI REPLACING ALL LOW-VALUE BY SPACE.
002460 S300-999-EXIT.
002470     EXIT.
002480*****************************************************************
002490*    S350-000-CHECK-AUTH - SIGN-ON AUTHORIZATION THROUGH THE    *
002500*    SHARED PDDS9003 ROUTINE.  EVERY USE LOGS THE DRUG KEY.     *
002510*****************************************************************
002520 S350-000-CHECK-AUTH.
002530     EXEC CICS ASSIGN
002540         USERID(WK-9003-OPER-ID)
002550     END-EXEC.
002560     MOVE WK-030-TRANID          TO WK-9003-TRAN-ID.
002570     MOVE 'I'                    TO WK-9003-REQ-ACCESS-CD.
002580     MOVE WC-000-LAST-KEY        TO WK-9003-KEY-TX.
002590     CALL 'PDDS9003' USING WK-9003-CALL-PARMS.
002600     IF WK-9003-ACCESS-DENIED
002610         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION - SEE SECURITY'
002620                                 TO MSGO
002630     END-IF.
002640 S350-999-EXIT.
002650     EXIT.
002660*****************************************************************
002670*    S400-000-PROCESS - EDIT THE KEYS, AUTHORIZE, THEN BUILD    *
002680*    THE DRUG, LIST AND MEMBER SECTIONS                         *
002690*****************************************************************
002700 S400-000-PROCESS.
002710     MOVE SPACES                 TO MSGO DRUG1O DRUG2O DRUG3O
002720                                    LST1O LST2O LST3O LST4O LST5O
002730                                    LST6O LST7O LST8O LST9O LST10O
002740                                    MBR1O MBR2O MBR3O.
002750     PERFORM S410-000-EDIT-KEYS
002760         THRU S410-999-EXIT.
002770     IF WW-000-EDIT-FAILED
002780         GO TO S400-999-EXIT
002790     END-IF.
002800     PERFORM S350-000-CHECK-AUTH
002810         THRU S350-999-EXIT.
002820     IF WK-9003-ACCESS-DENIED
002830         GO TO S400-999-EXIT
002840     END-IF.
002850     EXEC SQL
002860         SELECT TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
002870           INTO :WS-000-TODAY-DT
002880           FROM DUAL
002890     END-EXEC.
002900     IF SQLCODE NOT = 0
002910         PERFORM S900-000-SQL-ERROR
002920             THRU S900-999-EXIT
002930         GO TO S400-999-EXIT
002940     END-IF.
002950     IF NDCI NOT = SPACES
002960         PERFORM S420-000-NDC-MASTER
002970             THRU S420-999-EXIT
002980     ELSE
002990         PERFORM S430-000-GCN-MASTER
003000             THRU S430-999-EXIT
003010     END-IF.
003020     IF WW-000-EDIT-FAILED
003030         GO TO S400-999-EXIT
003040     END-IF.
003050     IF WS-000-GCN-NUM NOT > ZERO
003060         MOVE 'NO GCN ON FILE FOR THIS NDC - KEY THE GCN TOO'
003070                                 TO MSGO
003080         GO TO S400-999-EXIT
003090     END-IF.
003100     MOVE WS-000-GCN-NUM         TO WW-000-GCN-6 WW-000-GCN-9.
003110     MOVE WW-000-GCN-6           TO WS-000-GCN6-TX.
003120     MOVE WW-000-GCN-9           TO WS-000-GCN9-TX.
003130     PERFORM S500-000-DRUG-LISTS
003140         THRU S500-999-EXIT.
003150     IF WW-000-EDIT-FAILED
003160         GO TO S400-999-EXIT
003170     END-IF.
003180     IF CRDIDI NOT = SPACES
003190         PERFORM S600-000-MEMBER
003200             THRU S600-999-EXIT
003210     END-IF.
003220     IF MSGO = SPACES
003230         MOVE 'COVERAGE AS OF TODAY - KEY ANOTHER DRUG OR MEMBER'
003240                                 TO MSGO
003250     END-IF.
003260 S400-999-EXIT.
003270     EXIT.
003280*****************************************************************
003290*    S410-000-EDIT-KEYS - AN 11-DIGIT NDC OR A 6-DIGIT GCN.     *
003300*    WHEN BOTH ARE KEYED THE NDC DRIVES AND THE GCN FILLS IN    *
003310*    FOR AN NDC WHOSE MASTER ROW CARRIES NONE.                  *
003320*****************************************************************
003330 S410-000-EDIT-KEYS.
003340     MOVE 'Y'                    TO WW-000-EDIT-FAIL-SW.
003350     MOVE ZERO                   TO WS-000-GCN-NUM.
003360     IF NDCI = SPACES AND GCNI = SPACES
003370         MOVE 'KEY AN NDC OR A GCN' TO MSGO
003380         GO TO S410-999-EXIT
003390     END-IF.
003400     IF NDCI NOT = SPACES AND NDCI NOT NUMERIC
003410         MOVE 'NDC MUST BE 11 DIGITS' TO MSGO
003420         GO TO S410-999-EXIT
003430     END-IF.
003440     IF GCNI NOT = SPACES
003450         IF GCNI NOT NUMERIC
003460             MOVE 'GCN MUST BE 6 DIGITS' TO MSGO
003470             GO TO S410-999-EXIT
003480         END-IF
003490         MOVE GCNI               TO WW-000-GCN-6
003500         MOVE WW-000-GCN-6       TO WS-000-GCN-NUM
003510     END-IF.
003520     IF NDCI NOT = SPACES
003530         MOVE NDCI               TO WC-000-LAST-KEY
003540     ELSE
003550         MOVE SPACES             TO WC-000-LAST-KEY
003560         STRING 'GCN ' GCNI DELIMITED BY SIZE
003570             INTO WC-000-LAST-KEY
003580     END-IF.
003590     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
003600 S410-999-EXIT.
003610     EXIT.
003620*****************************************************************
003630*    S420-000-NDC-MASTER - THE NDC'S DRUG MASTER ROW AND WHAT   *
003640*    S311-000-VALIDATE-NDC DOES WITH IT                         *
003650*****************************************************************
003660 S420-000-NDC-MASTER.
003670     MOVE NDCI                   TO CLDRMSTB-R-DRUG-NDC-NUM.
003680     EXEC SQL
003690         SELECT R_DRUG_STAT_CD, NVL(R_DRUG_TERM_DT, ' '),
003700                NVL(R_DRUG_DESI_CD, ' '),
003710                NVL(R_DRUG_REBATE_IND, ' '),
003720                NVL(R_DRUG_CVRG_CD, ' '),
003730                NVL(R_DRUG_BRAND_IND, ' '),
003740                NVL(R_DRUG_LBL_NAM, ' '),
003750                NVL(R_DRUG_GCN_SEQ_NUM, 0)
003760           INTO :CLDRMSTB-R-DRUG-STAT-CD,
003770                :CLDRMSTB-R-DRUG-TERM-DT,
003780                :CLDRMSTB-R-DRUG-DESI-CD,
003790                :CLDRMSTB-R-DRUG-REBATE-IND,
003800                :CLDRMSTB-R-DRUG-CVRG-CD,
003810                :CLDRMSTB-R-DRUG-BRAND-IND,
003820                :CLDRMSTB-R-DRUG-LBL-NAM,
003830                :CLDRMSTB-R-DRUG-GCN-SEQ-NUM
003840           FROM R_DRUG_MSTR_TB
003850          WHERE R_DRUG_NDC_NUM = :CLDRMSTB-R-DRUG-NDC-NUM
003860     END-EXEC.
003870     EVALUATE SQLCODE
003880       WHEN 0
003890         CONTINUE
003900       WHEN 100
003910         STRING 'NDC ' NDCI
003920                ' NOT ON THE DRUG MASTER - CLAIMS DENY 3937'
003930             DELIMITED BY SIZE INTO DRUG1O
003940         GO TO S420-999-EXIT
003950       WHEN OTHER
003960         PERFORM S900-000-SQL-ERROR
003970             THRU S900-999-EXIT
003980         GO TO S420-999-EXIT
003990     END-EVALUATE.
004000     IF CLDRMSTB-R-DRUG-GCN-SEQ-NUM > ZERO
004010         MOVE CLDRMSTB-R-DRUG-GCN-SEQ-NUM TO WS-000-GCN-NUM
004020     END-IF.
004030     MOVE WS-000-GCN-NUM         TO WW-000-GCN-6.
004040     STRING 'NDC ' NDCI ' ' CLDRMSTB-R-DRUG-LBL-NAM
004050            ' GCN ' WW-000-GCN-6
004060         DELIMITED BY SIZE INTO DRUG1O.
004070     EVALUATE TRUE
004080       WHEN CLDRMSTB-R-DRUG-BRAND
004090         MOVE 'BRAND'            TO WW-000-VERDICT
004100       WHEN CLDRMSTB-R-DRUG-GENERIC
004110         MOVE 'GENERIC'          TO WW-000-VERDICT
004120       WHEN OTHER
004130         MOVE 'NOT GIVEN'        TO WW-000-VERDICT
004140     END-EVALUATE.
004150     STRING 'STATUS ' CLDRMSTB-R-DRUG-STAT-CD
004160            '  TERM DATE ' CLDRMSTB-R-DRUG-TERM-DT
004170            '  DESI ' CLDRMSTB-R-DRUG-DESI-CD
004180            '  BRAND/GENERIC ' CLDRMSTB-R-DRUG-BRAND-IND
004190            ' ' WW-000-VERDICT (1:9)
004200         DELIMITED BY SIZE INTO DRUG2O.
004210*    THE SAME ORDER S311 TESTS IN - THE FIRST FAILURE IS THE
004220*    ONE THE PHARMACY SEES.
004230     EVALUATE TRUE
004240       WHEN CLDRMSTB-R-DRUG-TERMED
004250         MOVE 'TERMINATED PRODUCT - CLAIMS DENY 3938'
004260                                 TO WW-000-VERDICT
004270       WHEN CLDRMSTB-R-DRUG-REBATE-IND = 'N'
004280         MOVE 'NOT IN REBATE PROGRAM - CLAIMS DENY 3939'
004290                                 TO WW-000-VERDICT
004300       WHEN CLDRMSTB-R-DRUG-NOT-COVERED
004310         MOVE 'NOT A COVERED DRUG'
004320                                 TO WW-000-VERDICT
004330       WHEN OTHER
004340         MOVE 'DRUG MASTER DOES NOT STOP THE CLAIM'
004350                                 TO WW-000-VERDICT
004360     END-EVALUATE.
004370     STRING 'COVERAGE ' CLDRMSTB-R-DRUG-CVRG-CD
004380            '  REBATE ' CLDRMSTB-R-DRUG-REBATE-IND
004390            '  - ' WW-000-VERDICT
004400         DELIMITED BY SIZE INTO DRUG3O.
004410 S420-999-EXIT.
004420     EXIT.
004430*****************************************************************
004440*    S430-000-GCN-MASTER - A GCN HAS MANY NDCS, SO COUNT THEM   *
004450*    BY THE MASTER TESTS S311 APPLIES TO EACH                   *
004460*****************************************************************
004470 S430-000-GCN-MASTER.
004480     EXEC SQL
004490         SELECT COUNT(*),
004500                NVL(SUM(CASE WHEN R_DRUG_STAT_CD = 'A'
004510                             THEN 1 ELSE 0 END), 0),
004520                NVL(SUM(CASE WHEN R_DRUG_CVRG_CD = 'C'
004530                             THEN 1 ELSE 0 END), 0),
004540                NVL(SUM(CASE WHEN R_DRUG_REBATE_IND <> 'N'
004550                             THEN 1 ELSE 0 END), 0)
004560           INTO :WS-000-NDC-CNT, :WS-000-ACTV-CNT,
004570                :WS-000-CVRD-CNT, :WS-000-RBT-CNT
004580           FROM R_DRUG_MSTR_TB
004590          WHERE R_DRUG_GCN_SEQ_NUM = :WS-000-GCN-NUM
004600     END-EXEC.
004610     IF SQLCODE NOT = 0
004620         PERFORM S900-000-SQL-ERROR
004630             THRU S900-999-EXIT
004640         GO TO S430-999-EXIT
004650     END-IF.
004660     MOVE WS-000-NDC-CNT         TO WW-000-CNT-DSP.
004670     MOVE WS-000-ACTV-CNT        TO WW-000-CNT2-DSP.
004680     MOVE WS-000-CVRD-CNT        TO WW-000-CNT3-DSP.
004690     MOVE WS-000-RBT-CNT         TO WW-000-CNT4-DSP.
004700     STRING 'GCN ' GCNI ' - ' WW-000-CNT-DSP
004710            ' NDCS ON THE DRUG MASTER'
004720         DELIMITED BY SIZE INTO DRUG1O.
004730     STRING 'ACTIVE ' WW-000-CNT2-DSP
004740            '  COVERED ' WW-000-CNT3-DSP
004750            '  IN REBATE PROGRAM ' WW-000-CNT4-DSP
004760         DELIMITED BY SIZE INTO DRUG2O.
004770     MOVE 'KEY THE NDC BILLED FOR ITS OWN MASTER STATUS AND FLAGS'
004780                                 TO DRUG3O.
004790 S430-999-EXIT.
004800     EXIT.
004810*****************************************************************
004820*    S500-000-DRUG-LISTS - ONE SCREEN LINE PER LIST ROW, THEN   *
004830*    THE DEMOGRAPHIC RESTRICTION AND LIMITED-DISTRIBUTION LINES *
004840*****************************************************************
004850 S500-000-DRUG-LISTS.
004860     MOVE ZERO                   TO WW-000-LINE-SUB.
004870     MOVE 'N'                    TO WW-000-EOF-SW
004880                                    WW-000-ON-7508-SW
004890                                    WW-000-ON-7518-SW
004900                                    WW-000-ON-7520-SW.
004910     EXEC SQL
004920         OPEN W775LST
004930     END-EXEC.
004940     IF SQLCODE NOT = 0
004950         PERFORM S900-000-SQL-ERROR
004960             THRU S900-999-EXIT
004970         GO TO S500-999-EXIT
004980     END-IF.
004990     PERFORM S510-000-FETCH-LIST
005000         THRU S510-999-EXIT
005010         UNTIL WW-000-CURSOR-EOF.
005020     EXEC SQL
005030         CLOSE W775LST
005040     END-EXEC.
005050     IF WW-000-EDIT-FAILED
005060         GO TO S500-999-EXIT
005070     END-IF.
005080     PERFORM S530-000-RESTRICTIONS
005090         THRU S530-999-EXIT.
005100     IF WW-000-LINE-SUB = ZERO
005110         MOVE 'THE GCN IS ON NO DRUG LIST AND HAS NO RESTRICTION'
005120                                 TO LST1O
005130     END-IF.
005140 S500-999-EXIT.
005150     EXIT.
005160*****************************************************************
005170*    S510-000-FETCH-LIST - ONE LIST ROW, NOTING THE LISTS THE   *
005180*    MEMBER SECTION NEEDS TO KNOW ABOUT                         *
005190*****************************************************************
005200 S510-000-FETCH-LIST.
005210     EXEC SQL
005220         FETCH W775LST
005230         INTO :WS-000-LIST-NUM,
005240              :WS-000-STRT-LMT,
005250              :WS-000-END-LMT,
005260              :WS-000-STRT-2-LMT,
005270              :WS-000-DTL-TX
005280     END-EXEC.
005290     EVALUATE SQLCODE
005300       WHEN 0
005310         CONTINUE
005320       WHEN 100
005330         MOVE 'Y'                TO WW-000-EOF-SW
005340         GO TO S510-999-EXIT
005350       WHEN OTHER
005360         PERFORM S900-000-SQL-ERROR
005370             THRU S900-999-EXIT
005380         MOVE 'Y'                TO WW-000-EOF-SW
005390         GO TO S510-999-EXIT
005400     END-EVALUATE.
005410     EVALUATE WS-000-LIST-NUM
005420       WHEN '7508' MOVE 'Y'      TO WW-000-ON-7508-SW
005430       WHEN '7518' MOVE 'Y'      TO WW-000-ON-7518-SW
005440       WHEN '7520' MOVE 'Y'      TO WW-000-ON-7520-SW
005450     END-EVALUATE.
005460     PERFORM S520-000-DESCRIBE-LIST
005470         THRU S520-999-EXIT.
005480     PERFORM S590-000-PUT-LINE
005490         THRU S590-999-EXIT.
005500 S510-999-EXIT.
005510     EXIT.
005520*****************************************************************
005530*    S520-000-DESCRIBE-LIST - THE LIST'S BUSINESS MEANING, THE  *
005540*    ROW'S LIMITS AND THE EXCEPTION CONDU POSTS FOR IT          *
005550*****************************************************************
005560 S520-000-DESCRIBE-LIST.
005570     MOVE SPACES                 TO WW-000-LINE.
005580     EVALUATE WS-000-LIST-NUM
005590       WHEN '7508'
005600         STRING '7508 PA REQUIRED - PAYS ONLY WITH AN ACTIVE PA,'
005610                ' ELSE DENIES 3936'
005620             DELIMITED BY SIZE INTO WW-000-LINE
005630       WHEN '7509'
005640         STRING '7509 DIAGNOSIS REQUIRED - CLAIM MUST CARRY A'
005650                ' DIAGNOSIS, ELSE 3945'
005660             DELIMITED BY SIZE INTO WW-000-LINE
005670       WHEN '7511'
005680         STRING '7511 MAX DAILY DOSE ' DELIMITED BY SIZE
005690                WS-000-STRT-2-LMT DELIMITED BY SPACE
005700                ' UNITS/DAY - OVER POSTS 3947 OR 3948'
005710                                     DELIMITED BY SIZE
005720             INTO WW-000-LINE
005730       WHEN '7517'
005740         STRING '7517 OPIOID - MME FACTOR ' DELIMITED BY SIZE
005750                WS-000-END-LMT DELIMITED BY SPACE
005760                ' PER UNIT, COUNTS TO PLAN MME/DAY (3958)'
005770                                     DELIMITED BY SIZE
005780             INTO WW-000-LINE
005790       WHEN '7518'
005800         STRING '7518 STEP THERAPY - NEEDS A FILL OF GCN '
005810                                     DELIMITED BY SIZE
005820                WS-000-END-LMT DELIMITED BY SPACE
005830                ' IN ' DELIMITED BY SIZE
005840                WS-000-DTL-TX DELIMITED BY SPACE
005850                ' DAYS, ELSE 3959' DELIMITED BY SIZE
005860             INTO WW-000-LINE
005870       WHEN '7520'
005880         STRING '7520 HOSPICE CLASS - DURING AN ELECTION BILL THE'
005890                ' HOSPICE (3962)'
005900             DELIMITED BY SIZE INTO WW-000-LINE
005910       WHEN '7521'
005920         STRING '7521 VACCINE - ADMIN FEE ' DELIMITED BY SIZE
005930                WS-000-END-LMT DELIMITED BY SPACE
005940                ' $' DELIMITED BY SIZE
005950                WS-000-STRT-2-LMT DELIMITED BY SPACE
005960                ' AGE BAND ' DELIMITED BY SIZE
005970                WS-000-DTL-TX DELIMITED BY SPACE
005980                ' (OUTSIDE 3963)' DELIMITED BY SIZE
005990             INTO WW-000-LINE
006000       WHEN '7522'
006010         STRING '7522 MAINTENANCE - UP TO 90 DAYS AT A 7526'
006020                ' NETWORK PHARMACY (3964)'
006030             DELIMITED BY SIZE INTO WW-000-LINE
006040       WHEN '7528'
006050         STRING '7528 QUANTITY LIMIT ' DELIMITED BY SIZE
006060                WS-000-END-LMT DELIMITED BY SPACE
006070                ' PER ' DELIMITED BY SIZE
006080                WS-000-DTL-TX DELIMITED BY SPACE
006090                ' DAYS, PA BYPASSES, ELSE 3977' DELIMITED BY SIZE
006100             INTO WW-000-LINE
006110     END-EVALUATE.
006120 S520-999-EXIT.
006130     EXIT.
006140*****************************************************************
006150*    S530-000-RESTRICTIONS - AGE/GENDER/PREGNANCY RESTRICTION   *
006160*    (S956) AND LIMITED DISTRIBUTION (S959) IN EFFECT TODAY     *
006170*****************************************************************
006180 S530-000-RESTRICTIONS.
006190     MOVE WS-000-GCN-NUM         TO CLDRRSTB-R-DRUG-GCN-SEQ-NUM.
006200     EXEC SQL
006210         SELECT R_MIN_AGE_NUM, R_MAX_AGE_NUM,
006220                NVL(R_GENDER_CD, ' '), NVL(R_PREG_CONTRA_IND, ' ')
006230           INTO :CLDRRSTB-R-MIN-AGE-NUM, :CLDRRSTB-R-MAX-AGE-NUM,
006240                :CLDRRSTB-R-GENDER-CD, :CLDRRSTB-R-PREG-CONTRA-IND
006250           FROM R_DRUG_RSTR_TB
006260          WHERE R_DRUG_GCN_SEQ_NUM = :CLDRRSTB-R-DRUG-GCN-SEQ-NUM
006270            AND R_RSTR_BEG_DT     <= :WS-000-TODAY-DT
006280            AND R_RSTR_END_DT     >= :WS-000-TODAY-DT
006290            AND ROWNUM = 1
006300     END-EXEC.
006310     EVALUATE SQLCODE
006320       WHEN 0
006330         MOVE CLDRRSTB-R-MIN-AGE-NUM TO WW-000-AGE-LO-DSP
006340         MOVE CLDRRSTB-R-MAX-AGE-NUM TO WW-000-AGE-HI-DSP
006350         EVALUATE TRUE
006360           WHEN CLDRRSTB-R-GENDER-MALE
006370             MOVE 'MALE ONLY'    TO WW-000-GENDER-TX
006380           WHEN CLDRRSTB-R-GENDER-FEMALE
006390             MOVE 'FEMALE ONLY'  TO WW-000-GENDER-TX
006400           WHEN OTHER
006410             MOVE 'ANY GENDER'   TO WW-000-GENDER-TX
006420         END-EVALUATE
006430         IF CLDRRSTB-R-PREG-CONTRA
006440             MOVE ' NOT IN PREGNANCY' TO WW-000-PREG-TX
006450         ELSE
006460             MOVE SPACES         TO WW-000-PREG-TX
006470         END-IF
006480         MOVE SPACES             TO WW-000-LINE
006490         STRING 'RESTRICTED - AGE ' WW-000-AGE-LO-DSP
006500                '-' WW-000-AGE-HI-DSP ' ' WW-000-GENDER-TX
006510                WW-000-PREG-TX ' (3973-3975)'
006520             DELIMITED BY SIZE INTO WW-000-LINE
006530         PERFORM S590-000-PUT-LINE
006540             THRU S590-999-EXIT
006550       WHEN 100
006560         CONTINUE
006570       WHEN OTHER
006580         PERFORM S900-000-SQL-ERROR
006590             THRU S900-999-EXIT
006600         GO TO S530-999-EXIT
006610     END-EVALUATE.
006620     EXEC SQL
006630         SELECT COUNT(*)
006640           INTO :WS-000-LDD-CNT
006650           FROM R_LDD_PHRM_TB
006660          WHERE R_DRUG_GCN_SEQ_NUM = :WS-000-GCN-NUM
006670            AND R_LDD_BEG_DT      <= :WS-000-TODAY-DT
006680            AND R_LDD_END_DT      >= :WS-000-TODAY-DT
006690     END-EXEC.
006700     IF SQLCODE NOT = 0
006710         PERFORM S900-000-SQL-ERROR
006720             THRU S900-999-EXIT
006730         GO TO S530-999-EXIT
006740     END-IF.
006750     IF WS-000-LDD-CNT > ZERO
006760         MOVE WS-000-LDD-CNT     TO WW-000-CNT-DSP
006770         MOVE SPACES             TO WW-000-LINE
006780         STRING 'LIMITED DISTRIBUTION - ONLY ' WW-000-CNT-DSP
006790                ' AUTHORIZED PHARMACIES/NETWORKS, ELSE 3976'
006800             DELIMITED BY SIZE INTO WW-000-LINE
006810         PERFORM S590-000-PUT-LINE
006820             THRU S590-999-EXIT
006830     END-IF.
006840 S530-999-EXIT.
006850     EXIT.
006860*****************************************************************
006870*    S590-000-PUT-LINE - WW-000-LINE TO THE NEXT LIST LINE.     *
006880*    MORE THAN TEN IS FLAGGED IN THE MESSAGE LINE.              *
006890*****************************************************************
006900 S590-000-PUT-LINE.
006910     IF WW-000-LINE-SUB NOT < 10
006920         MOVE 'MORE LIST ROWS THAN FIT - SEE G_LIST_DTL_TB'
006930                                 TO MSGO
006940         GO TO S590-999-EXIT
006950     END-IF.
006960     ADD 1                       TO WW-000-LINE-SUB.
006970     EVALUATE WW-000-LINE-SUB
006980       WHEN 1  MOVE WW-000-LINE TO LST1O
006990       WHEN 2  MOVE WW-000-LINE TO LST2O
007000       WHEN 3  MOVE WW-000-LINE TO LST3O
007010       WHEN 4  MOVE WW-000-LINE TO LST4O
007020       WHEN 5  MOVE WW-000-LINE TO LST5O
007030       WHEN 6  MOVE WW-000-LINE TO LST6O
007040       WHEN 7  MOVE WW-000-LINE TO LST7O
007050       WHEN 8  MOVE WW-000-LINE TO LST8O
007060       WHEN 9  MOVE WW-000-LINE TO LST9O
007070       WHEN 10 MOVE WW-000-LINE TO LST10O
007080     END-EVALUATE.
007090 S590-999-EXIT.
007100     EXIT.
007110*****************************************************************
007120*    S600-000-MEMBER - THE MEMBER'S PA, STEP-THERAPY AND        *
007130*    HOSPICE STANDING FOR THIS GCN AS OF TODAY                  *
007140*****************************************************************
007150 S600-000-MEMBER.
007160     MOVE CRDIDI                 TO WS-000-CRDHLDR-ID.
007170     MOVE 'N'                    TO WW-000-MBR-FOUND-SW.
007180     EXEC SQL
007190         SELECT R_CUST_PART_NUM, B_SYS_ID
007200           INTO :WS-000-CUST-PART-NUM, :WS-000-SYS-ID
007210           FROM R_MBR_ELIG_TB
007220          WHERE B_CRDHLDR_ID = :WS-000-CRDHLDR-ID
007230            AND ROWNUM = 1
007240     END-EXEC.
007250     EVALUATE SQLCODE
007260       WHEN 0
007270         MOVE 'Y'                TO WW-000-MBR-FOUND-SW
007280       WHEN 100
007290         MOVE 'CARDHOLDER NOT ON ELIGIBILITY' TO MBR1O
007300         GO TO S600-999-EXIT
007310       WHEN OTHER
007320         PERFORM S900-000-SQL-ERROR
007330             THRU S900-999-EXIT
007340         GO TO S600-999-EXIT
007350     END-EVALUATE.
007360     PERFORM S610-000-MEMBER-PA
007370         THRU S610-999-EXIT.
007380     IF WW-000-EDIT-FAILED
007390         GO TO S600-999-EXIT
007400     END-IF.
007410     PERFORM S620-000-MEMBER-STEP
007420         THRU S620-999-EXIT.
007430     IF WW-000-EDIT-FAILED
007440         GO TO S600-999-EXIT
007450     END-IF.
007460     PERFORM S640-000-MEMBER-HOSPICE
007470         THRU S640-999-EXIT.
007480 S600-999-EXIT.
007490     EXIT.
007500*****************************************************************
007510*    S610-000-MEMBER-PA - AN ACTIVE PA (STATUS A, TODAY IN ITS  *
007520*    DATES, QUANTITY LEFT - WHAT S937 NEEDS), ELSE ANY PENDING  *
007530*****************************************************************
007540 S610-000-MEMBER-PA.
007550     MOVE 'N'                    TO WW-000-ACTIVE-PA-SW.
007560     MOVE WS-000-CUST-PART-NUM   TO CLPAUTTB-R-CUST-PART-NUM.
007570     MOVE WS-000-SYS-ID          TO CLPAUTTB-B-SYS-ID.
007580     MOVE WS-000-GCN-NUM         TO CLPAUTTB-R-DRUG-GCN-SEQ-NUM.
007590     EXEC SQL
007600         SELECT C_PA_AUTH_NUM, C_PA_END_DT, C_PA_QTY_REMAIN
007610           INTO :CLPAUTTB-C-PA-AUTH-NUM, :CLPAUTTB-C-PA-END-DT,
007620                :CLPAUTTB-C-PA-QTY-REMAIN
007630           FROM C_PRIOR_AUTH_TB
007640          WHERE R_CUST_PART_NUM    = :CLPAUTTB-R-CUST-PART-NUM
007650            AND B_SYS_ID           = :CLPAUTTB-B-SYS-ID
007660            AND R_DRUG_GCN_SEQ_NUM = :CLPAUTTB-R-DRUG-GCN-SEQ-NUM
007670            AND C_PA_STAT_CD       = 'A'
007680            AND C_PA_BEG_DT       <= :WS-000-TODAY-DT
007690            AND C_PA_END_DT       >= :WS-000-TODAY-DT
007700            AND C_PA_QTY_REMAIN    > 0
007710            AND ROWNUM = 1
007720     END-EXEC.
007730     EVALUATE SQLCODE
007740       WHEN 0
007750         MOVE 'Y'                TO WW-000-ACTIVE-PA-SW
007760         MOVE CLPAUTTB-C-PA-QTY-REMAIN TO WW-000-QTY-DSP
007770         STRING 'ACTIVE PA ' CLPAUTTB-C-PA-AUTH-NUM
007780                ' THRU ' CLPAUTTB-C-PA-END-DT
007790                ' QTY LEFT ' WW-000-QTY-DSP
007800             DELIMITED BY SIZE INTO MBR1O
007810         GO TO S610-999-EXIT
007820       WHEN 100
007830         CONTINUE
007840       WHEN OTHER
007850         PERFORM S900-000-SQL-ERROR
007860             THRU S900-999-EXIT
007870         GO TO S610-999-EXIT
007880     END-EVALUATE.
007890     EXEC SQL
007900         SELECT COUNT(*)
007910           INTO :WS-000-PEND-CNT
007920           FROM C_PRIOR_AUTH_TB
007930          WHERE R_CUST_PART_NUM    = :CLPAUTTB-R-CUST-PART-NUM
007940            AND B_SYS_ID           = :CLPAUTTB-B-SYS-ID
007950            AND R_DRUG_GCN_SEQ_NUM = :CLPAUTTB-R-DRUG-GCN-SEQ-NUM
007960            AND C_PA_STAT_CD       = 'P'
007970     END-EXEC.
007980     IF SQLCODE NOT = 0
007990         PERFORM S900-000-SQL-ERROR
008000             THRU S900-999-EXIT
008010         GO TO S610-999-EXIT
008020     END-IF.
008030     EVALUATE TRUE
008040       WHEN WS-000-PEND-CNT > ZERO
008050         MOVE 'NO ACTIVE PA - A REQUEST IS PENDING IN PA QUEUE'
008060                                 TO MBR1O
008070       WHEN WW-000-ON-7508
008080         MOVE 'NO ACTIVE PA - CLAIMS FOR THIS GCN DENY 3936'
008090                                 TO MBR1O
008100       WHEN OTHER
008110         MOVE 'NO ACTIVE PA FOR THIS GCN (NONE REQUIRED)'
008120                                 TO MBR1O
008130     END-EVALUATE.
008140 S610-999-EXIT.
008150     EXIT.
008160*****************************************************************
008170*    S620-000-MEMBER-STEP - A PAID FILL OF ANY 7518 PREREQUISITE*
008180*    GCN INSIDE THAT ROW'S LOOKBACK, AS S944 LOOKS FOR ONE.     *
008190*    AN ACTIVE PA SATISFIES THE STEP THE SAME AS IT DOES THERE. *
008200*****************************************************************
008210 S620-000-MEMBER-STEP.
008220     IF NOT WW-000-ON-7518
008230         MOVE 'NO STEP-THERAPY REQUIREMENT FOR THIS GCN' TO MBR2O
008240         GO TO S620-999-EXIT
008250     END-IF.
008260     MOVE 'N'                    TO WW-000-STEP-MET-SW
008270                                    WW-000-EOF-SW.
008280     EXEC SQL
008290         OPEN W775STP
008300     END-EXEC.
008310     IF SQLCODE NOT = 0
008320         PERFORM S900-000-SQL-ERROR
008330             THRU S900-999-EXIT
008340         GO TO S620-999-EXIT
008350     END-IF.
008360     PERFORM S630-000-FETCH-STEP
008370         THRU S630-999-EXIT
008380         UNTIL WW-000-CURSOR-EOF
008390            OR WW-000-STEP-MET.
008400     EXEC SQL
008410         CLOSE W775STP
008420     END-EXEC.
008430     IF WW-000-EDIT-FAILED
008440         GO TO S620-999-EXIT
008450     END-IF.
008460     EVALUATE TRUE
008470       WHEN WW-000-STEP-MET
008480         MOVE WS-000-PREREQ-GCN  TO WW-000-GCN-6
008490         MOVE WS-000-LKBK-DAYS   TO WW-000-LKBK-DSP
008500         STRING 'STEP THERAPY MET - PREREQUISITE GCN '
008510                WW-000-GCN-6
008520                ' FILLED IN LAST ' WW-000-LKBK-DSP ' DAYS'
008530             DELIMITED BY SIZE INTO MBR2O
008540       WHEN WW-000-ACTIVE-PA
008550         MOVE 'NO PREREQUISITE FILL - THE ACTIVE PA SATISFIES IT'
008560                                 TO MBR2O
008570       WHEN OTHER
008580         MOVE 'STEP NOT MET - NO PREREQ FILL, CLAIMS DENY 3959'
008590                                 TO MBR2O
008600     END-EVALUATE.
008610 S620-999-EXIT.
008620     EXIT.
008630*****************************************************************
008640*    S630-000-FETCH-STEP - ONE 7518 ROW AND ITS PAID-FILL CHECK *
008650*****************************************************************
008660 S630-000-FETCH-STEP.
008670     EXEC SQL
008680         FETCH W775STP
008690         INTO :WS-000-END-LMT, :WS-000-DTL-TX
008700     END-EXEC.
008710     EVALUATE SQLCODE
008720       WHEN 0
008730         CONTINUE
008740       WHEN 100
008750         MOVE 'Y'                TO WW-000-EOF-SW
008760         GO TO S630-999-EXIT
008770       WHEN OTHER
008780         PERFORM S900-000-SQL-ERROR
008790             THRU S900-999-EXIT
008800         MOVE 'Y'                TO WW-000-EOF-SW
008810         GO TO S630-999-EXIT
008820     END-EVALUATE.
008830     IF WS-000-END-LMT (1:1) NOT NUMERIC
008840         GO TO S630-999-EXIT
008850     END-IF.
008860     COMPUTE WS-000-PREREQ-GCN = FUNCTION NUMVAL (WS-000-END-LMT).
008870     IF WS-000-DTL-TX (1:1) NUMERIC
008880         COMPUTE WS-000-LKBK-DAYS =
008890             FUNCTION NUMVAL (WS-000-DTL-TX)
008900     ELSE
008910         MOVE WK-030-DFLT-LKBK-DAYS TO WS-000-LKBK-DAYS
008920     END-IF.
008930     EXEC SQL
008940         SELECT COUNT(*)
008950           INTO :WS-000-FILL-CNT
008960           FROM C_LI_DRUG_TB A
008970          WHERE A.R_CUST_PART_NUM    = :WS-000-CUST-PART-NUM
008980            AND A.B_SYS_ID           = :WS-000-SYS-ID
008990            AND A.C_HDR_STAT_CD      = 'P'
009000            AND A.R_DRUG_GCN_SEQ_NUM = :WS-000-PREREQ-GCN
009010            AND A.C_HDR_SVC_FST_DT  >=
009020                TO_CHAR(CURRENT_DATE - :WS-000-LKBK-DAYS,
009030                        'YYYY-MM-DD')
009040     END-EXEC.
009050     IF SQLCODE NOT = 0
009060         PERFORM S900-000-SQL-ERROR
009070             THRU S900-999-EXIT
009080         MOVE 'Y'                TO WW-000-EOF-SW
009090         GO TO S630-999-EXIT
009100     END-IF.
009110     IF WS-000-FILL-CNT > ZERO
009120         MOVE 'Y'                TO WW-000-STEP-MET-SW
009130     END-IF.
009140 S630-999-EXIT.
009150     EXIT.
009160*****************************************************************
009170*    S640-000-MEMBER-HOSPICE - AN ELECTION ACTIVE TODAY, AND    *
009180*    WHETHER THIS GCN IS IN A HOSPICE-COVERED CLASS (S949)      *
009190*****************************************************************
009200 S640-000-MEMBER-HOSPICE.
009210     MOVE WS-000-CUST-PART-NUM   TO CLHSPCTB-R-CUST-PART-NUM.
009220     MOVE WS-000-CRDHLDR-ID      TO CLHSPCTB-C-CRDHLDR-ID.
009230     EXEC SQL
009240         SELECT C_HSPC_PROV_ID, C_ELECT_END_DT
009250           INTO :CLHSPCTB-C-HSPC-PROV-ID, :CLHSPCTB-C-ELECT-END-DT
009260           FROM C_HOSPICE_ELIG_TB
009270          WHERE R_CUST_PART_NUM  = :CLHSPCTB-R-CUST-PART-NUM
009280            AND C_CRDHLDR_ID     = :CLHSPCTB-C-CRDHLDR-ID
009290            AND C_ELECT_BEG_DT  <= :WS-000-TODAY-DT
009300            AND C_ELECT_END_DT  >= :WS-000-TODAY-DT
009310            AND ROWNUM = 1
009320     END-EXEC.
009330     EVALUATE SQLCODE
009340       WHEN 0
009350         IF WW-000-ON-7520
009360             MOVE 'BILL THE HOSPICE - CLAIMS DENY 3962'
009370                                 TO WW-000-VERDICT
009380         ELSE
009390             MOVE 'DRUG NOT IN A HOSPICE CLASS - PAYS'
009400                                 TO WW-000-VERDICT
009410         END-IF
009420         STRING 'HOSPICE ' CLHSPCTB-C-HSPC-PROV-ID
009430                ' THRU ' CLHSPCTB-C-ELECT-END-DT
009440                ' - ' WW-000-VERDICT
009450             DELIMITED BY SIZE INTO MBR3O
009460       WHEN 100
009470         MOVE 'NO ACTIVE HOSPICE ELECTION' TO MBR3O
009480       WHEN OTHER
009490         PERFORM S900-000-SQL-ERROR
009500             THRU S900-999-EXIT
009510     END-EVALUATE.
009520 S640-999-EXIT.
009530     EXIT.
009540*****************************************************************
009550*    S800-000-SEND-MAP                                          *
009560*****************************************************************
009570 S800-000-SEND-MAP.
009580     EXEC CICS
009590         SEND MAP(WK-030-MAP-NAME)
009600              MAPSET(WK-030-MAPSET-NAME)
009610              FROM(PDDM775MO)
009620              ERASE
009630     END-EXEC.
009640 S800-999-EXIT.
009650     EXIT.
009660*****************************************************************
009670*    S900-000-SQL-ERROR - SHOW THE SQLCODE AND STOP THE INQUIRY *
009680*****************************************************************
009690 S900-000-SQL-ERROR.
009700     SET WW-000-EDIT-FAILED      TO TRUE.
009710     MOVE SPACES                 TO MSGO.
009720     MOVE SQLCODE                TO WW-000-SQLCODE-DSP.
009730     STRING 'SQL ERROR - SQLCODE ' WW-000-SQLCODE-DSP
009740         DELIMITED BY SIZE INTO MSGO.
009750 S900-999-EXIT.
009760     EXIT.
