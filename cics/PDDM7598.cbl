000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PDDM7598.
000030 AUTHOR.        ACS GOVERMENT HEALTHCARE.
000040 DATE-COMPILED.
000050*REMARKS.
000060*****************************************************************
000070*                                                               *
000080*@ PROGRAM-ID: PDDM7598                                         *
000090*@ TITLE: MEMBER ELIGIBILITY SPAN MAINTENANCE SCREEN            *
000100*                                                               *
000110*****************************************************************
000120*                                                               *
000130*?  I. PROGRAM ABSTRACT                                         *
000140*+                                                              *
000150*+  PSEUDO-CONVERSATIONAL CICS TRANSACTION (TRANID W776), IN    *
000160*+  THE STYLE OF PDDM7594, FOR ELIGIBILITY STAFF TO CORRECT     *
000170*+  R_MBR_ELIG_TB BETWEEN STATE ENROLLMENT FEEDS (PDDB0008)     *
000180*+  ONCE A CASEWORKER HAS CONFIRMED THE MEMBER'S COVERAGE.      *
000190*+  KEYED BY PARTITION, CARDHOLDER AND SPAN BEGIN DATE:         *
000200*+   I - SHOW THE SPAN (THE LATEST ONE WHEN NO BEGIN DATE IS    *
000210*+       KEYED), THE MEMBER'S OTHER SPANS AND THE LAST CHANGE;  *
000220*+   A - ADD A SPAN FOR A MEMBER ALREADY ON FILE;               *
000230*+   E - EXTEND A SPAN'S END DATE (A WRONGLY TERMED MEMBER);    *
000240*+   C - CORRECT THE SPAN'S ALTERNATE IDENTIFIERS;              *
000250*+   R - RELEASE A MANUAL SPAN BACK TO THE FEED.                *
000260*+  A, E AND C NEED A REASON CODE AND THE CASEWORKER            *
000270*+  CONFIRMATION REFERENCE, MARK THE SPAN MANUAL (B_ELIG_SRC_CD *
000280*+  'M') SO PDDB0008 WILL NOT OVERWRITE IT, AND STAMP B_UPD_TS  *
000290*+  SO THE NEXT RETRO-ELIGIBILITY SWEEP (PDDB0014) RE-QUEUES    *
000300*+  THE MEMBER'S ELIGIBILITY DENIALS.  INQUIRY NEEDS THE        *
000310*+  INQUIRE ROLE ON W776, A CHANGE THE UPDATE ROLE (PDDS9003).  *
000320*+  EVERY CHANGE IS AUDITED ON R_MBR_ELIG_AUD_TB WITH BEFORE    *
000330*+  AND AFTER IMAGES IN THE SAME UNIT OF WORK AS THE CHANGE.    *
000340*+                                                              *
000350*****************************************************************
000360*+                                                              *
000370*+ II. INPUT/OUTPUT MATRIX                                      *
000380*+                                                              *
000390*+     I/O              TITLE                           ID      *
000400*+     ---   ------------------------------------  ----------   *
000410*+      I/O   R_MBR_ELIG_TB                         CLMELGTB    *
000420*+      O     R_MBR_ELIG_AUD_TB                     CLMEAUTB    *
000430*+      I/O   PDDM776M MAP (MAPSET PDDM776M)        PDDM776M    *
000440*****************************************************************
000450*+                                                              *
000460*+ IV. CSR CHANGE LOG.                                          *
000470*                                                               *
000480*           -----------  CSR CHANGES  -----------               *
000490*                                                               *
000500*  CSR    CHANGE      ANALYST      DESCRIPTION OF CHANGE        *
000510*  NBR     DATE        NAME                                     *
000520*                                                               *
000530*---------------------------------------------------------------*
000540* CR4220   10/15/26  ACS       NEW PROGRAM.  MEMBER ELIGIBILITY *
000550*                              SPAN ADD/EXTEND/IDENTIFIER       *
000560*                              CORRECTION BETWEEN FEEDS, MARKED *
000570*                              MANUAL, AUDITED AND QUEUED FOR   *
000580*                              RETRO REPROCESSING.              *
000590*****************************************************************
000600
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 DATA DIVISION.
000640 WORKING-STORAGE SECTION.
000650
000660 01  WK-030-MISC-CONSTANTS.
000670     05  WK-030-PROGRAM-NAME     PIC X(08)      VALUE 'PDDM7598'.
000680     05  WK-030-MAPSET-NAME      PIC X(08)      VALUE 'PDDM776M'.
000690     05  WK-030-MAP-NAME         PIC X(08)      VALUE 'PDDM776S'.
000700     05  WK-030-TRANID           PIC X(04)      VALUE 'W776'.
000710     05  WK-030-AUD-SRC-CD       PIC X(05)      VALUE 'W776 '.
000720     05  WK-030-OPEN-END-DT      PIC X(10) VALUE '9999-12-31'.
000730
000740 01  WW-000-WORK-AREA.
000750     05  WW-000-EDIT-FAIL-SW      PIC X(01) VALUE 'N'.
000760         88  WW-000-EDIT-FAILED   VALUE 'Y'.
000770     05  WW-000-EOF-SW            PIC X(01) VALUE 'N'.
000780         88  WW-000-CURSOR-EOF    VALUE 'Y'.
000790     05  WW-000-LINE-SUB          PIC S9(04) COMP VALUE +0.
000800     05  WW-000-LINE              PIC X(75).
000810     05  WW-000-PART-NUM          PIC 9(04).
000820     05  WW-000-SYS-ID-DSP        PIC 9(09).
000830     05  WW-000-SRC-TX            PIC X(06).
000840     05  WW-000-DT-IN             PIC X(10).
000850     05  WW-000-DT-PARTS REDEFINES WW-000-DT-IN.
000860         10  WW-000-DT-YYYY       PIC 9(04).
000870         10  WW-000-DT-SEP-1      PIC X(01).
000880         10  WW-000-DT-MM         PIC 9(02).
000890         10  WW-000-DT-SEP-2      PIC X(01).
000900         10  WW-000-DT-DD         PIC 9(02).
000910     05  WW-000-DT-BAD-SW         PIC X(01).
000920         88  WW-000-DT-BAD        VALUE 'Y'.
000930
000940     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
000950     COPY CLMELGTB.
000960     COPY CLMEAUTB.
000970 01  WS-000-SQL-WORK-AREA.
000980     05  WS-000-OVERLAP-CNT       PIC S9(09) COMP.
000990     05  WS-000-LIST-BEG-DT       PIC X(10).
001000     05  WS-000-LIST-END-DT       PIC X(10).
001010     05  WS-000-LIST-SRC-CD       PIC X(01).
001020     05  WS-000-LIST-PAT-ID-CD    PIC X(02).
001030     05  WS-000-LIST-PAT-ID       PIC X(20).
001040     05  WS-000-LIST-MCAID-ID     PIC X(20).
001050     EXEC SQL END DECLARE SECTION END-EXEC.
001060 01  WW-000-SQLCODE-DSP           PIC -(8)9.
001070
001080     EXEC SQL INCLUDE SQLCA END-EXEC.
001090
001100*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
001110*    ROLE CHECK - INQUIRE ON W776 TO LOOK, UPDATE TO CHANGE.
001120     COPY WKC90030.
001130
001140*****************************************************************
001150*  SPAN LIST CURSOR - THE MEMBER'S SPANS, LATEST FIRST          *
001160*****************************************************************
001170     EXEC SQL
001180         DECLARE W776SPN CURSOR FOR
001190         SELECT B_ELIG_BEG_DT, B_ELIG_END_DT,
001200                NVL(B_ELIG_SRC_CD, ' '),
001210                NVL(B_PAT_ID_CD, ' '), NVL(B_PAT_ID, ' '),
001220                NVL(B_MCAID_ID, ' ')
001230           FROM R_MBR_ELIG_TB
001240          WHERE R_CUST_PART_NUM = :CLMELGTB-R-CUST-PART-NUM
001250            AND B_CRDHLDR_ID    = :CLMELGTB-B-CRDHLDR-ID
001260          ORDER BY B_ELIG_BEG_DT DESC
001270     END-EXEC.
001280*
001290 01  WC-000-COMMAREA-WS.
001300     05  WC-000-LAST-ACTCD        PIC X(01).
001310
001320 LINKAGE SECTION.
001330 01  DFHCOMMAREA.
001340     05  PDDM7598-LAST-ACTCD      PIC X(01).
001350
001360     COPY PDDM776M.
001370*****************************************************************
001380*    PROCEDURE DIVISION                                         *
001390*****************************************************************
001400 PROCEDURE DIVISION.
001410*****************************************************************
001420*    S100-000-MAINLINE - FIRST-TIME VS. RETURN DISPATCH         *
001430*****************************************************************
001440 S100-000-MAINLINE.
001450     IF EIBCALEN = 0
001460         PERFORM S200-000-INIT-SCREEN
001470             THRU S200-999-EXIT
001480     ELSE
001490         MOVE DFHCOMMAREA        TO WC-000-COMMAREA-WS
001500         PERFORM S300-000-RECEIVE-MAP
001510             THRU S300-999-EXIT
001520         PERFORM S400-000-PROCESS-ACTION
001530             THRU S400-999-EXIT
001540     END-IF.
001550     PERFORM S800-000-SEND-MAP
001560         THRU S800-999-EXIT.
001570     MOVE WC-000-LAST-ACTCD      TO PDDM7598-LAST-ACTCD.
001580     EXEC CICS
001590         RETURN TRANSID(WK-030-TRANID)
001600                COMMAREA(DFHCOMMAREA)
001610     END-EXEC.
001620     GOBACK.
001630*****************************************************************
001640*    S200-000-INIT-SCREEN                                       *
001650*****************************************************************
001660 S200-000-INIT-SCREEN.
001670     MOVE LOW-VALUES             TO PDDM776MO.
001680     MOVE SPACES                 TO WC-000-LAST-ACTCD.
001690     MOVE 'KEY PARTITION, CARDHOLDER AND AN ACTION (I/A/E/C/R)'
001700                                 TO MSGO.
001710 S200-999-EXIT.
001720     EXIT.
001730*****************************************************************
001740*    S300-000-RECEIVE-MAP - FIELDS THE OPERATOR DID NOT TOUCH   *
001750*    COME BACK AS LOW-VALUES AND ARE BLANKED FOR THE EDITS      *
001760*****************************************************************
001770 S300-000-RECEIVE-MAP.
001780     EXEC CICS
001790         RECEIVE MAP(WK-030-MAP-NAME)
001800                 MAPSET(WK-030-MAPSET-NAME)
001810                 INTO(PDDM776MI)
001820     END-EXEC.
001830     INSPECT PARTI    REPLACING ALL LOW-VALUE BY SPACE.
001840     INSPECT CRDIDI   REPLACING ALL LOW-VALUE BY SPACE.
001850     INSPECT BEGDTI   REPLACING ALL LOW-VALUE BY SPACE.
001860     INSPECT ACTCDI   REPLACING ALL LOW-VALUE BY SPACE.
001870     INSPECT ENDDTI   REPLACING ALL LOW-VALUE BY SPACE.
001880     INSPECT PATIDCDI REPLACING ALL LOW-VALUE BY SPACE.
001890     INSPECT PATIDI   REPLACING ALL LOW-VALUE BY SPACE.
001900     INSPECT MCAIDIDI REPLACING ALL LOW-VALUE BY SPACE.
001910     INSPECT RSNCDI   REPLACING ALL LOW-VALUE BY SPACE.
001920     INSPECT REFTXI   REPLACING ALL LOW-VALUE BY SPACE.
001930 S300-999-EXIT.
001940     EXIT.
001950*****************************************************************
001960*    S400-000-PROCESS-ACTION - EDIT THE KEY, AUTHORIZE AND      *
001970*    ROUTE ON ACTCD.  I NEEDS THE INQUIRE ROLE ON W776, EVERY   *
001980*    OTHER ACTION THE UPDATE ROLE.                              *
001990*****************************************************************
002000 S400-000-PROCESS-ACTION.
002010     MOVE SPACES                 TO MSGO MBR1O MBR2O LSTCHGO
002020                                    SPN1O SPN2O SPN3O SPN4O SPN5O
002030                                    SPN6O.
002040     IF ACTCDI NOT = 'I' AND 'A' AND 'E' AND 'C' AND 'R'
002050         MOVE 'INVALID ACTION - MUST BE I, A, E, C OR R' TO MSGO
002060         GO TO S400-999-EXIT
002070     END-IF.
002080     IF PARTI NOT NUMERIC
002090         MOVE 'PARTITION MUST BE 4 DIGITS' TO MSGO
002100         GO TO S400-999-EXIT
002110     END-IF.
002120     IF CRDIDI = SPACES
002130         MOVE 'CARDHOLDER ID IS REQUIRED' TO MSGO
002140         GO TO S400-999-EXIT
002150     END-IF.
002160     IF ACTCDI NOT = 'I' AND BEGDTI = SPACES
002170         MOVE 'SPAN BEGIN DATE IS REQUIRED TO CHANGE A SPAN'
002180                                 TO MSGO
002190         GO TO S400-999-EXIT
002200     END-IF.
002210     IF BEGDTI NOT = SPACES
002220         MOVE 'N'                TO WW-000-DT-BAD-SW
002230         MOVE BEGDTI             TO WW-000-DT-IN
002240         PERFORM S435-000-EDIT-DATE
002250             THRU S435-999-EXIT
002260         IF WW-000-DT-BAD
002270             MOVE 'SPAN BEGIN DATE MUST BE YYYY-MM-DD' TO MSGO
002280             GO TO S400-999-EXIT
002290         END-IF
002300     END-IF.
002310     IF ACTCDI = 'I'
002320         MOVE 'I'                TO WK-9003-REQ-ACCESS-CD
002330     ELSE
002340         MOVE 'U'                TO WK-9003-REQ-ACCESS-CD
002350     END-IF.
002360     MOVE WK-030-TRANID          TO WK-9003-TRAN-ID.
002370     MOVE CRDIDI                 TO WK-9003-KEY-TX.
002380*    THE SIGNED-ON USER, NOT THE TERMINAL - THE AUDIT ROW MUST
002390*    NAME THE PERSON WHO MADE THE CHANGE.
002400     EXEC CICS ASSIGN
002410         USERID(WK-9003-OPER-ID)
002420     END-EXEC.
002430     CALL 'PDDS9003' USING WK-9003-CALL-PARMS.
002440     IF WK-9003-ACCESS-DENIED
002450         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION - SEE SECURITY'
002460                                 TO MSGO
002470         GO TO S400-999-EXIT
002480     END-IF.
002490     IF ACTCDI NOT = 'I'
002500         PERFORM S430-000-EDIT-REASON
002510             THRU S430-999-EXIT
002520         IF WW-000-EDIT-FAILED
002530             GO TO S400-999-EXIT
002540         END-IF
002550     END-IF.
002560     MOVE PARTI                  TO WW-000-PART-NUM.
002570     MOVE WW-000-PART-NUM        TO CLMELGTB-R-CUST-PART-NUM.
002580     MOVE CRDIDI                 TO CLMELGTB-B-CRDHLDR-ID.
002590     MOVE BEGDTI                 TO CLMELGTB-B-ELIG-BEG-DT.
002600     EVALUATE ACTCDI
002610         WHEN 'I'
002620             PERFORM S410-000-INQUIRE-SPAN
002630                 THRU S410-999-EXIT
002640         WHEN 'A'
002650             PERFORM S420-000-ADD-SPAN
002660                 THRU S420-999-EXIT
002670         WHEN 'E'
002680             PERFORM S425-000-EXTEND-SPAN
002690                 THRU S425-999-EXIT
002700         WHEN 'C'
002710             PERFORM S440-000-CORRECT-IDS
002720                 THRU S440-999-EXIT
002730         WHEN 'R'
002740             PERFORM S445-000-RELEASE-SPAN
002750                 THRU S445-999-EXIT
002760     END-EVALUATE.
002770     MOVE ACTCDI                 TO WC-000-LAST-ACTCD.
002780 S400-999-EXIT.
002790     EXIT.
002800*****************************************************************
002810*    S410-000-INQUIRE-SPAN - THE KEYED SPAN, OR THE LATEST ONE  *
002820*    WHEN NO BEGIN DATE IS KEYED                                *
002830*****************************************************************
002840 S410-000-INQUIRE-SPAN.
002850     IF BEGDTI = SPACES
002860         EXEC SQL
002870             SELECT NVL(MAX(B_ELIG_BEG_DT), ' ')
002880               INTO :CLMELGTB-B-ELIG-BEG-DT
002890               FROM R_MBR_ELIG_TB
002900              WHERE R_CUST_PART_NUM = :CLMELGTB-R-CUST-PART-NUM
002910                AND B_CRDHLDR_ID    = :CLMELGTB-B-CRDHLDR-ID
002920         END-EXEC
002930         IF SQLCODE NOT = 0 OR CLMELGTB-B-ELIG-BEG-DT = SPACES
002940             MOVE 'CARDHOLDER HAS NO SPAN IN THIS PARTITION'
002950                                 TO MSGO
002960             GO TO S410-999-EXIT
002970         END-IF
002980     END-IF.
002990     PERFORM S460-000-READ-SPAN
003000         THRU S460-999-EXIT.
003010     IF WW-000-EDIT-FAILED
003020         GO TO S410-999-EXIT
003030     END-IF.
003040     IF SQLCODE = 100
003050         MOVE 'NO SPAN BEGINS ON THAT DATE - A TO ADD ONE' TO MSGO
003060         PERFORM S470-000-LIST-SPANS
003070             THRU S470-999-EXIT
003080         GO TO S410-999-EXIT
003090     END-IF.
003100     PERFORM S465-000-SHOW-SPAN
003110         THRU S465-999-EXIT.
003120     IF CLMELGTB-B-SRC-MANUAL
003130         MOVE 'MANUAL SPAN - THE ENROLLMENT FEED LEAVES IT ALONE'
003140                                 TO MSGO
003150     ELSE
003160         MOVE 'SPAN DISPLAYED'   TO MSGO
003170     END-IF.
003180 S410-999-EXIT.
003190     EXIT.
003200*****************************************************************
003210*    S420-000-ADD-SPAN - A NEW MANUAL SPAN FOR A MEMBER ALREADY *
003220*    ON FILE.  THE SYSTEM ID, NAME, BIRTH DATE AND THE OTHER    *
003230*    FEED COLUMNS COME FROM THE MEMBER'S LATEST SPAN; BLANK     *
003240*    ALTERNATE IDENTIFIERS DEFAULT FROM IT TOO.  THE NEW SPAN   *
003250*    MAY NOT OVERLAP ONE ALREADY ON FILE - EXTEND THAT ONE.     *
003260*****************************************************************
003270 S420-000-ADD-SPAN.
003280     PERFORM S450-000-EDIT-END-DATE
003290         THRU S450-999-EXIT.
003300     IF WW-000-EDIT-FAILED
003310         GO TO S420-999-EXIT
003320     END-IF.
003330     EXEC SQL
003340         SELECT B_SYS_ID, B_LAST_NAM, B_DOB_DT,
003350                NVL(B_PAT_ID_CD, ' '), NVL(B_PAT_ID, ' '),
003360                NVL(B_MCAID_ID, ' '), NVL(B_LANG_CD, 'ENG'),
003370                NVL(B_COPAY_EXMPT_CD, ' '), NVL(B_HHLD_ID, ' '),
003380                NVL(B_HHLD_QTR_CAP_AMT, 0)
003390           INTO :CLMELGTB-B-SYS-ID, :CLMELGTB-B-LAST-NAM,
003400                :CLMELGTB-B-DOB-DT, :CLMELGTB-B-PAT-ID-CD,
003410                :CLMELGTB-B-PAT-ID, :CLMELGTB-B-MCAID-ID,
003420                :CLMELGTB-B-LANG-CD, :CLMELGTB-B-COPAY-EXMPT-CD,
003430                :CLMELGTB-B-HHLD-ID, :CLMELGTB-B-HHLD-QTR-CAP-AMT
003440           FROM R_MBR_ELIG_TB
003450          WHERE R_CUST_PART_NUM = :CLMELGTB-R-CUST-PART-NUM
003460            AND B_CRDHLDR_ID    = :CLMELGTB-B-CRDHLDR-ID
003470            AND B_ELIG_BEG_DT   =
003480                (SELECT MAX(B_ELIG_BEG_DT)
003490                   FROM R_MBR_ELIG_TB
003500                  WHERE R_CUST_PART_NUM =
003510                                     :CLMELGTB-R-CUST-PART-NUM
003520                    AND B_CRDHLDR_ID    = :CLMELGTB-B-CRDHLDR-ID)
003530     END-EXEC.
003540     EVALUATE SQLCODE
003550       WHEN 0
003560         CONTINUE
003570       WHEN 100
003580         MOVE 'MEMBER NOT ON FILE - NEW MEMBERS COME ON THE FEED'
003590                                 TO MSGO
003600         GO TO S420-999-EXIT
003610       WHEN OTHER
003620         PERFORM S900-000-SQL-ERROR
003630             THRU S900-999-EXIT
003640         GO TO S420-999-EXIT
003650     END-EVALUATE.
003660     EXEC SQL
003670         SELECT COUNT(*)
003680           INTO :WS-000-OVERLAP-CNT
003690           FROM R_MBR_ELIG_TB
003700          WHERE R_CUST_PART_NUM = :CLMELGTB-R-CUST-PART-NUM
003710            AND B_CRDHLDR_ID    = :CLMELGTB-B-CRDHLDR-ID
003720            AND B_ELIG_BEG_DT  <= :CLMELGTB-B-ELIG-END-DT
003730            AND B_ELIG_END_DT  >= :CLMELGTB-B-ELIG-BEG-DT
003740     END-EXEC.
003750     IF SQLCODE NOT = 0
003760         PERFORM S900-000-SQL-ERROR
003770             THRU S900-999-EXIT
003780         GO TO S420-999-EXIT
003790     END-IF.
003800     IF WS-000-OVERLAP-CNT > ZERO
003810         MOVE 'OVERLAPS A SPAN ON FILE - USE E TO EXTEND THAT ONE'
003820                                 TO MSGO
003830         PERFORM S470-000-LIST-SPANS
003840             THRU S470-999-EXIT
003850         GO TO S420-999-EXIT
003860     END-IF.
003870     INITIALIZE CLMEAUTB-R-MBR-ELIG-AUD-TB.
003880     PERFORM S455-000-APPLY-IDS
003890         THRU S455-999-EXIT.
003900     EXEC SQL
003910         INSERT INTO R_MBR_ELIG_TB
003920                (R_CUST_PART_NUM, B_SYS_ID, B_CRDHLDR_ID,
003930                 B_PAT_ID_CD, B_PAT_ID, B_MCAID_ID,
003940                 B_LAST_NAM, B_DOB_DT,
003950                 B_ELIG_BEG_DT, B_ELIG_END_DT, B_UPD_TS,
003960                 B_LANG_CD, B_COPAY_EXMPT_CD,
003970                 B_HHLD_ID, B_HHLD_QTR_CAP_AMT,
003980                 B_ELIG_SRC_CD, B_MAN_UPD_TS)
003990         VALUES (:CLMELGTB-R-CUST-PART-NUM,
004000                 :CLMELGTB-B-SYS-ID,
004010                 :CLMELGTB-B-CRDHLDR-ID,
004020                 :CLMELGTB-B-PAT-ID-CD,
004030                 :CLMELGTB-B-PAT-ID,
004040                 :CLMELGTB-B-MCAID-ID,
004050                 :CLMELGTB-B-LAST-NAM,
004060                 :CLMELGTB-B-DOB-DT,
004070                 :CLMELGTB-B-ELIG-BEG-DT,
004080                 :CLMELGTB-B-ELIG-END-DT,
004090                 TO_CHAR(CURRENT_TIMESTAMP,
004100                         'YYYY-MM-DD-HH24.MI.SS.FF6'),
004110                 :CLMELGTB-B-LANG-CD,
004120                 :CLMELGTB-B-COPAY-EXMPT-CD,
004130                 :CLMELGTB-B-HHLD-ID,
004140                 :CLMELGTB-B-HHLD-QTR-CAP-AMT,
004150                 'M',
004160                 TO_CHAR(CURRENT_TIMESTAMP,
004170                         'YYYY-MM-DD-HH24.MI.SS.FF6'))
004180     END-EXEC.
004190     IF SQLCODE NOT = 0
004200         PERFORM S900-000-SQL-ERROR
004210             THRU S900-999-EXIT
004220         GO TO S420-999-EXIT
004230     END-IF.
004240     MOVE 'M'                    TO CLMELGTB-B-ELIG-SRC-CD.
004250     MOVE 'A'                    TO CLMEAUTB-B-AUD-ACTN-CD.
004260     PERFORM S480-000-WRITE-AUDIT
004270         THRU S480-999-EXIT.
004280     IF WW-000-EDIT-FAILED
004290         GO TO S420-999-EXIT
004300     END-IF.
004310     PERFORM S465-000-SHOW-SPAN
004320         THRU S465-999-EXIT.
004330     MOVE 'SPAN ADDED AND AUDITED - PDDB0014 RE-QUEUES DENIALS'
004340                                 TO MSGO.
004350 S420-999-EXIT.
004360     EXIT.
004370*****************************************************************
004380*    S425-000-EXTEND-SPAN - A LATER END DATE ON THE KEYED SPAN, *
004390*    UP TO THE DAY BEFORE THE MEMBER'S NEXT SPAN                *
004400*****************************************************************
004410 S425-000-EXTEND-SPAN.
004420     PERFORM S460-000-READ-SPAN
004430         THRU S460-999-EXIT.
004440     IF WW-000-EDIT-FAILED
004450         GO TO S425-999-EXIT
004460     END-IF.
004470     IF SQLCODE = 100
004480         MOVE 'NO SPAN BEGINS ON THAT DATE - A TO ADD ONE' TO MSGO
004490         GO TO S425-999-EXIT
004500     END-IF.
004510     PERFORM S475-000-SAVE-BEFORE
004520         THRU S475-999-EXIT.
004530     PERFORM S450-000-EDIT-END-DATE
004540         THRU S450-999-EXIT.
004550     IF WW-000-EDIT-FAILED
004560         GO TO S425-999-EXIT
004570     END-IF.
004580     IF CLMELGTB-B-ELIG-END-DT NOT > CLMEAUTB-B-BEF-END-DT
004590         MOVE 'NEW END DATE MUST BE AFTER THE CURRENT END DATE'
004600                                 TO MSGO
004610         GO TO S425-999-EXIT
004620     END-IF.
004630     EXEC SQL
004640         SELECT COUNT(*)
004650           INTO :WS-000-OVERLAP-CNT
004660           FROM R_MBR_ELIG_TB
004670          WHERE R_CUST_PART_NUM = :CLMELGTB-R-CUST-PART-NUM
004680            AND B_CRDHLDR_ID    = :CLMELGTB-B-CRDHLDR-ID
004690            AND B_ELIG_BEG_DT   > :CLMELGTB-B-ELIG-BEG-DT
004700            AND B_ELIG_BEG_DT  <= :CLMELGTB-B-ELIG-END-DT
004710     END-EXEC.
004720     IF SQLCODE NOT = 0
004730         PERFORM S900-000-SQL-ERROR
004740             THRU S900-999-EXIT
004750         GO TO S425-999-EXIT
004760     END-IF.
004770     IF WS-000-OVERLAP-CNT > ZERO
004780         MOVE 'NEW END DATE RUNS INTO THE NEXT SPAN ON FILE'
004790                                 TO MSGO
004800         PERFORM S470-000-LIST-SPANS
004810             THRU S470-999-EXIT
004820         GO TO S425-999-EXIT
004830     END-IF.
004840     PERFORM S485-000-UPDATE-SPAN
004850         THRU S485-999-EXIT.
004860     IF WW-000-EDIT-FAILED
004870         GO TO S425-999-EXIT
004880     END-IF.
004890     MOVE 'E'                    TO CLMEAUTB-B-AUD-ACTN-CD.
004900     PERFORM S480-000-WRITE-AUDIT
004910         THRU S480-999-EXIT.
004920     IF WW-000-EDIT-FAILED
004930         GO TO S425-999-EXIT
004940     END-IF.
004950     PERFORM S465-000-SHOW-SPAN
004960         THRU S465-999-EXIT.
004970     MOVE 'SPAN EXTENDED AND AUDITED - PDDB0014 RE-QUEUES DENIALS'
004980                                 TO MSGO.
004990 S425-999-EXIT.
005000     EXIT.
005010*****************************************************************
005020*    S430-000-EDIT-REASON - EVERY CHANGE CARRIES A REASON CODE; *
005030*    A, E AND C ALSO THE CASEWORKER CONFIRMATION REFERENCE      *
005040*****************************************************************
005050 S430-000-EDIT-REASON.
005060     MOVE 'Y'                    TO WW-000-EDIT-FAIL-SW.
005070     MOVE RSNCDI                 TO CLMEAUTB-B-AUD-RSN-CD.
005080     IF NOT CLMEAUTB-B-RSN-VALID
005090         MOVE 'REASON MUST BE WTRM, RETR, IDCR OR FDOK' TO MSGO
005100         GO TO S430-999-EXIT
005110     END-IF.
005120     IF ACTCDI NOT = 'R' AND REFTXI = SPACES
005130         MOVE 'CASEWORKER CONFIRMATION REFERENCE IS REQUIRED'
005140                                 TO MSGO
005150         GO TO S430-999-EXIT
005160     END-IF.
005170     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
005180 S430-999-EXIT.
005190     EXIT.
005200*****************************************************************
005210*    S435-000-EDIT-DATE - WW-000-DT-IN MUST BE A YYYY-MM-DD     *
005220*    DATE WITH A REAL MONTH AND A DAY OF 01-31.  WW-000-DT-BAD  *
005230*    IS SET ON A FAILURE AND LEFT SET.                          *
005240*****************************************************************
005250 S435-000-EDIT-DATE.
005260     IF WW-000-DT-YYYY NOT NUMERIC
005270      OR WW-000-DT-MM NOT NUMERIC
005280      OR WW-000-DT-DD NOT NUMERIC
005290      OR WW-000-DT-SEP-1 NOT = '-'
005300      OR WW-000-DT-SEP-2 NOT = '-'
005310         MOVE 'Y'                TO WW-000-DT-BAD-SW
005320         GO TO S435-999-EXIT
005330     END-IF.
005340     IF WW-000-DT-MM < 01 OR WW-000-DT-MM > 12
005350      OR WW-000-DT-DD < 01 OR WW-000-DT-DD > 31
005360         MOVE 'Y'                TO WW-000-DT-BAD-SW
005370     END-IF.
005380 S435-999-EXIT.
005390     EXIT.
005400*****************************************************************
005410*    S440-000-CORRECT-IDS - THE PATIENT ID WITH ITS QUALIFIER   *
005420*    AND THE MEDICAID ID ON THE KEYED SPAN.  A BLANK FIELD IS   *
005430*    LEFT AS IT IS.                                             *
005440*****************************************************************
005450 S440-000-CORRECT-IDS.
005460     IF PATIDCDI = SPACES AND PATIDI = SPACES
005470      AND MCAIDIDI = SPACES
005480         MOVE 'KEY THE IDENTIFIER(S) TO CORRECT' TO MSGO
005490         GO TO S440-999-EXIT
005500     END-IF.
005510     PERFORM S460-000-READ-SPAN
005520         THRU S460-999-EXIT.
005530     IF WW-000-EDIT-FAILED
005540         GO TO S440-999-EXIT
005550     END-IF.
005560     IF SQLCODE = 100
005570         MOVE 'NO SPAN BEGINS ON THAT DATE' TO MSGO
005580         GO TO S440-999-EXIT
005590     END-IF.
005600     PERFORM S475-000-SAVE-BEFORE
005610         THRU S475-999-EXIT.
005620     PERFORM S455-000-APPLY-IDS
005630         THRU S455-999-EXIT.
005640     PERFORM S485-000-UPDATE-SPAN
005650         THRU S485-999-EXIT.
005660     IF WW-000-EDIT-FAILED
005670         GO TO S440-999-EXIT
005680     END-IF.
005690     MOVE 'C'                    TO CLMEAUTB-B-AUD-ACTN-CD.
005700     PERFORM S480-000-WRITE-AUDIT
005710         THRU S480-999-EXIT.
005720     IF WW-000-EDIT-FAILED
005730         GO TO S440-999-EXIT
005740     END-IF.
005750     PERFORM S465-000-SHOW-SPAN
005760         THRU S465-999-EXIT.
005770     MOVE 'IDENTIFIERS CORRECTED AND AUDITED - PDDB0014 RE-QUEUES'
005780                                 TO MSGO.
005790 S440-999-EXIT.
005800     EXIT.
005810*****************************************************************
005820*    S445-000-RELEASE-SPAN - HAND A MANUAL SPAN BACK TO THE     *
005830*    ENROLLMENT FEED, USUALLY ONCE PDDR0078 SHOWS THE STATE HAS *
005840*    CONFIRMED IT.  THE FEED COLUMNS ARE CLEARED; COVERAGE IS   *
005850*    UNCHANGED SO THE SPAN IS NOT RE-SWEPT.                     *
005860*****************************************************************
005870 S445-000-RELEASE-SPAN.
005880     PERFORM S460-000-READ-SPAN
005890         THRU S460-999-EXIT.
005900     IF WW-000-EDIT-FAILED
005910         GO TO S445-999-EXIT
005920     END-IF.
005930     IF SQLCODE = 100
005940         MOVE 'NO SPAN BEGINS ON THAT DATE' TO MSGO
005950         GO TO S445-999-EXIT
005960     END-IF.
005970     IF NOT CLMELGTB-B-SRC-MANUAL
005980         PERFORM S465-000-SHOW-SPAN
005990             THRU S465-999-EXIT
006000         MOVE 'SPAN IS NOT MANUAL - NOTHING TO RELEASE' TO MSGO
006010         GO TO S445-999-EXIT
006020     END-IF.
006030     PERFORM S475-000-SAVE-BEFORE
006040         THRU S475-999-EXIT.
006050     MOVE SPACE                  TO CLMELGTB-B-ELIG-SRC-CD.
006060     EXEC SQL
006070         UPDATE R_MBR_ELIG_TB
006080            SET B_ELIG_SRC_CD   = ' ',
006090                B_FEED_END_DT   = NULL,
006100                B_FEED_RCV_TS   = NULL
006110          WHERE R_CUST_PART_NUM = :CLMELGTB-R-CUST-PART-NUM
006120            AND B_CRDHLDR_ID    = :CLMELGTB-B-CRDHLDR-ID
006130            AND B_ELIG_BEG_DT   = :CLMELGTB-B-ELIG-BEG-DT
006140     END-EXEC.
006150     IF SQLCODE NOT = 0
006160         PERFORM S900-000-SQL-ERROR
006170             THRU S900-999-EXIT
006180         GO TO S445-999-EXIT
006190     END-IF.
006200     MOVE 'R'                    TO CLMEAUTB-B-AUD-ACTN-CD.
006210     PERFORM S480-000-WRITE-AUDIT
006220         THRU S480-999-EXIT.
006230     IF WW-000-EDIT-FAILED
006240         GO TO S445-999-EXIT
006250     END-IF.
006260     MOVE SPACES                 TO CLMELGTB-B-FEED-END-DT.
006270     PERFORM S465-000-SHOW-SPAN
006280         THRU S465-999-EXIT.
006290     MOVE 'SPAN RELEASED - THE ENROLLMENT FEED MAINTAINS IT AGAIN'
006300                                 TO MSGO.
006310 S445-999-EXIT.
006320     EXIT.
006330*****************************************************************
006340*    S450-000-EDIT-END-DATE - A BLANK END DATE IS OPEN-ENDED    *
006350*****************************************************************
006360 S450-000-EDIT-END-DATE.
006370     MOVE 'Y'                    TO WW-000-EDIT-FAIL-SW.
006380     MOVE 'N'                    TO WW-000-DT-BAD-SW.
006390     IF ENDDTI = SPACES
006400         MOVE WK-030-OPEN-END-DT TO ENDDTI
006410     END-IF.
006420     MOVE ENDDTI                 TO WW-000-DT-IN.
006430     PERFORM S435-000-EDIT-DATE
006440         THRU S435-999-EXIT.
006450     IF WW-000-DT-BAD OR ENDDTI < BEGDTI
006460         MOVE 'END DATE MUST BE YYYY-MM-DD, NOT BEFORE BEGIN'
006470                                 TO MSGO
006480         GO TO S450-999-EXIT
006490     END-IF.
006500     MOVE ENDDTI                 TO CLMELGTB-B-ELIG-END-DT.
006510     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
006520 S450-999-EXIT.
006530     EXIT.
006540*****************************************************************
006550*    S455-000-APPLY-IDS - KEYED ALTERNATE IDENTIFIERS OVER THE  *
006560*    ROW IMAGE                                                  *
006570*****************************************************************
006580 S455-000-APPLY-IDS.
006590     IF PATIDCDI NOT = SPACES
006600         MOVE PATIDCDI           TO CLMELGTB-B-PAT-ID-CD
006610     END-IF.
006620     IF PATIDI NOT = SPACES
006630         MOVE PATIDI             TO CLMELGTB-B-PAT-ID
006640     END-IF.
006650     IF MCAIDIDI NOT = SPACES
006660         MOVE MCAIDIDI           TO CLMELGTB-B-MCAID-ID
006670     END-IF.
006680 S455-999-EXIT.
006690     EXIT.
006700*****************************************************************
006710*    S460-000-READ-SPAN - THE KEYED SPAN; SQLCODE 100 IS LEFT   *
006720*    FOR THE CALLER.  NULL COLUMNS READ AS BLANK.               *
006730*****************************************************************
006740 S460-000-READ-SPAN.
006750     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
006760     EXEC SQL
006770         SELECT B_SYS_ID, B_LAST_NAM, B_DOB_DT, B_ELIG_END_DT,
006780                NVL(B_PAT_ID_CD, ' '), NVL(B_PAT_ID, ' '),
006790                NVL(B_MCAID_ID, ' '), NVL(B_ELIG_SRC_CD, ' '),
006800                NVL(B_FEED_END_DT, ' '), NVL(B_FEED_RCV_TS, ' ')
006810           INTO :CLMELGTB-B-SYS-ID, :CLMELGTB-B-LAST-NAM,
006820                :CLMELGTB-B-DOB-DT, :CLMELGTB-B-ELIG-END-DT,
006830                :CLMELGTB-B-PAT-ID-CD, :CLMELGTB-B-PAT-ID,
006840                :CLMELGTB-B-MCAID-ID, :CLMELGTB-B-ELIG-SRC-CD,
006850                :CLMELGTB-B-FEED-END-DT, :CLMELGTB-B-FEED-RCV-TS
006860           FROM R_MBR_ELIG_TB
006870          WHERE R_CUST_PART_NUM = :CLMELGTB-R-CUST-PART-NUM
006880            AND B_CRDHLDR_ID    = :CLMELGTB-B-CRDHLDR-ID
006890            AND B_ELIG_BEG_DT   = :CLMELGTB-B-ELIG-BEG-DT
006900     END-EXEC.
006910     IF SQLCODE NOT = 0 AND 100
006920         PERFORM S900-000-SQL-ERROR
006930             THRU S900-999-EXIT
006940     END-IF.
006950 S460-999-EXIT.
006960     EXIT.
006970*****************************************************************
006980*    S465-000-SHOW-SPAN - THE SPAN AND MEMBER, THE MEMBER'S     *
006990*    SPANS AND THE LAST AUDITED CHANGE ONTO THE SCREEN          *
007000*****************************************************************
007010 S465-000-SHOW-SPAN.
007020     MOVE CLMELGTB-B-ELIG-BEG-DT TO BEGDTO.
007030     MOVE CLMELGTB-B-ELIG-END-DT TO ENDDTO.
007040     MOVE CLMELGTB-B-PAT-ID-CD   TO PATIDCDO.
007050     MOVE CLMELGTB-B-PAT-ID      TO PATIDO.
007060     MOVE CLMELGTB-B-MCAID-ID    TO MCAIDIDO.
007070     MOVE CLMELGTB-B-SYS-ID      TO WW-000-SYS-ID-DSP.
007080     MOVE SPACES                 TO MBR1O MBR2O.
007090     STRING 'MEMBER ' WW-000-SYS-ID-DSP ' ' CLMELGTB-B-LAST-NAM
007100            ' BORN ' CLMELGTB-B-DOB-DT
007110         DELIMITED BY SIZE INTO MBR1O.
007120     IF CLMELGTB-B-SRC-MANUAL
007130         IF CLMELGTB-B-FEED-END-DT = SPACES
007140             MOVE 'MANUAL SPAN - NOT YET SEEN ON THE FEED'
007150                                 TO MBR2O
007160         ELSE
007170             STRING 'MANUAL SPAN - FEED SENT END '
007180                    CLMELGTB-B-FEED-END-DT ' ON '
007190                    CLMELGTB-B-FEED-RCV-TS (1:10)
007200                 DELIMITED BY SIZE INTO MBR2O
007210         END-IF
007220     ELSE
007230         MOVE 'SPAN MAINTAINED BY THE STATE ENROLLMENT FEED'
007240                                 TO MBR2O
007250     END-IF.
007260     PERFORM S470-000-LIST-SPANS
007270         THRU S470-999-EXIT.
007280     IF WW-000-EDIT-FAILED
007290         GO TO S465-999-EXIT
007300     END-IF.
007310     MOVE SPACES                 TO CLMEAUTB-B-AUD-USER-ID
007320                                    CLMEAUTB-B-AUD-TS
007330                                    CLMEAUTB-B-AUD-ACTN-CD
007340                                    CLMEAUTB-B-AUD-RSN-CD
007350                                    CLMEAUTB-B-AUD-REF-TX.
007360     EXEC SQL
007370         SELECT B_AUD_USER_ID, B_AUD_TS, B_AUD_ACTN_CD,
007380                B_AUD_RSN_CD, NVL(B_AUD_REF_TX, ' ')
007390           INTO :CLMEAUTB-B-AUD-USER-ID,
007400                :CLMEAUTB-B-AUD-TS,
007410                :CLMEAUTB-B-AUD-ACTN-CD,
007420                :CLMEAUTB-B-AUD-RSN-CD,
007430                :CLMEAUTB-B-AUD-REF-TX
007440           FROM R_MBR_ELIG_AUD_TB
007450          WHERE R_CUST_PART_NUM = :CLMELGTB-R-CUST-PART-NUM
007460            AND B_CRDHLDR_ID    = :CLMELGTB-B-CRDHLDR-ID
007470            AND B_AUD_TS        =
007480                (SELECT MAX(B_AUD_TS)
007490                   FROM R_MBR_ELIG_AUD_TB
007500                  WHERE R_CUST_PART_NUM =
007510                                     :CLMELGTB-R-CUST-PART-NUM
007520                    AND B_CRDHLDR_ID    = :CLMELGTB-B-CRDHLDR-ID)
007530            AND ROWNUM = 1
007540     END-EXEC.
007550     EVALUATE SQLCODE
007560       WHEN 0
007570         MOVE SPACES             TO LSTCHGO
007580         STRING 'LAST CHANGE ' CLMEAUTB-B-AUD-ACTN-CD
007590                ' ' CLMEAUTB-B-AUD-RSN-CD
007600                ' BY ' CLMEAUTB-B-AUD-USER-ID
007610                ' AT ' CLMEAUTB-B-AUD-TS (1:16)
007620                ' REF ' CLMEAUTB-B-AUD-REF-TX
007630             DELIMITED BY SIZE INTO LSTCHGO
007640       WHEN 100
007650         MOVE 'NO CHANGES AUDITED ON THIS SCREEN' TO LSTCHGO
007660       WHEN OTHER
007670         PERFORM S900-000-SQL-ERROR
007680             THRU S900-999-EXIT
007690     END-EVALUATE.
007700 S465-999-EXIT.
007710     EXIT.
007720*****************************************************************
007730*    S470-000-LIST-SPANS - UP TO SIX OF THE MEMBER'S SPANS,     *
007740*    LATEST FIRST                                               *
007750*****************************************************************
007760 S470-000-LIST-SPANS.
007770     MOVE ZERO                   TO WW-000-LINE-SUB.
007780     MOVE 'N'                    TO WW-000-EOF-SW.
007790     EXEC SQL
007800         OPEN W776SPN
007810     END-EXEC.
007820     IF SQLCODE NOT = 0
007830         PERFORM S900-000-SQL-ERROR
007840             THRU S900-999-EXIT
007850         GO TO S470-999-EXIT
007860     END-IF.
007870     PERFORM S471-000-FETCH-SPAN
007880         THRU S471-999-EXIT
007890         UNTIL WW-000-CURSOR-EOF
007900            OR WW-000-LINE-SUB NOT < 6.
007910     EXEC SQL
007920         CLOSE W776SPN
007930     END-EXEC.
007940 S470-999-EXIT.
007950     EXIT.
007960*****************************************************************
007970*    S471-000-FETCH-SPAN - ONE SPAN LINE                        *
007980*****************************************************************
007990 S471-000-FETCH-SPAN.
008000     EXEC SQL
008010         FETCH W776SPN
008020         INTO :WS-000-LIST-BEG-DT, :WS-000-LIST-END-DT,
008030              :WS-000-LIST-SRC-CD, :WS-000-LIST-PAT-ID-CD,
008040              :WS-000-LIST-PAT-ID, :WS-000-LIST-MCAID-ID
008050     END-EXEC.
008060     EVALUATE SQLCODE
008070       WHEN 0
008080         CONTINUE
008090       WHEN 100
008100         MOVE 'Y'                TO WW-000-EOF-SW
008110         GO TO S471-999-EXIT
008120       WHEN OTHER
008130         PERFORM S900-000-SQL-ERROR
008140             THRU S900-999-EXIT
008150         MOVE 'Y'                TO WW-000-EOF-SW
008160         GO TO S471-999-EXIT
008170     END-EVALUATE.
008180     IF WS-000-LIST-SRC-CD = 'M'
008190         MOVE 'MANUAL'           TO WW-000-SRC-TX
008200     ELSE
008210         MOVE 'FEED'             TO WW-000-SRC-TX
008220     END-IF.
008230     MOVE SPACES                 TO WW-000-LINE.
008240     STRING WS-000-LIST-BEG-DT ' - ' WS-000-LIST-END-DT
008250            ' ' WW-000-SRC-TX
008260            ' PAT ' WS-000-LIST-PAT-ID-CD ' ' WS-000-LIST-PAT-ID
008270            ' MCAID ' WS-000-LIST-MCAID-ID
008280         DELIMITED BY SIZE INTO WW-000-LINE.
008290     ADD 1                       TO WW-000-LINE-SUB.
008300     EVALUATE WW-000-LINE-SUB
008310       WHEN 1  MOVE WW-000-LINE TO SPN1O
008320       WHEN 2  MOVE WW-000-LINE TO SPN2O
008330       WHEN 3  MOVE WW-000-LINE TO SPN3O
008340       WHEN 4  MOVE WW-000-LINE TO SPN4O
008350       WHEN 5  MOVE WW-000-LINE TO SPN5O
008360       WHEN 6  MOVE WW-000-LINE TO SPN6O
008370     END-EVALUATE.
008380 S471-999-EXIT.
008390     EXIT.
008400*****************************************************************
008410*    S475-000-SAVE-BEFORE - THE SPAN AS READ BECOMES THE BEFORE *
008420*    IMAGE                                                      *
008430*****************************************************************
008440 S475-000-SAVE-BEFORE.
008450     INITIALIZE CLMEAUTB-R-MBR-ELIG-AUD-TB.
008460     MOVE CLMELGTB-B-ELIG-END-DT TO CLMEAUTB-B-BEF-END-DT.
008470     MOVE CLMELGTB-B-PAT-ID-CD   TO CLMEAUTB-B-BEF-PAT-ID-CD.
008480     MOVE CLMELGTB-B-PAT-ID      TO CLMEAUTB-B-BEF-PAT-ID.
008490     MOVE CLMELGTB-B-MCAID-ID    TO CLMEAUTB-B-BEF-MCAID-ID.
008500     MOVE CLMELGTB-B-ELIG-SRC-CD TO CLMEAUTB-B-BEF-SRC-CD.
008510 S475-999-EXIT.
008520     EXIT.
008530*****************************************************************
008540*    S480-000-WRITE-AUDIT - THE R_MBR_ELIG_AUD_TB ROW, AFTER    *
008550*    IMAGE FROM THE SPAN AS WRITTEN.  A FAILURE BACKS OUT THE   *
008560*    CHANGE WITH IT.                                            *
008570*****************************************************************
008580 S480-000-WRITE-AUDIT.
008590     MOVE WK-9003-OPER-ID        TO CLMEAUTB-B-AUD-USER-ID.
008600     MOVE WK-030-AUD-SRC-CD      TO CLMEAUTB-B-AUD-SRC-CD.
008610     MOVE RSNCDI                 TO CLMEAUTB-B-AUD-RSN-CD.
008620     MOVE REFTXI                 TO CLMEAUTB-B-AUD-REF-TX.
008630     MOVE CLMELGTB-R-CUST-PART-NUM TO CLMEAUTB-R-CUST-PART-NUM.
008640     MOVE CLMELGTB-B-SYS-ID      TO CLMEAUTB-B-SYS-ID.
008650     MOVE CLMELGTB-B-CRDHLDR-ID  TO CLMEAUTB-B-CRDHLDR-ID.
008660     MOVE CLMELGTB-B-ELIG-BEG-DT TO CLMEAUTB-B-ELIG-BEG-DT.
008670     MOVE CLMELGTB-B-ELIG-END-DT TO CLMEAUTB-B-AFT-END-DT.
008680     MOVE CLMELGTB-B-PAT-ID-CD   TO CLMEAUTB-B-AFT-PAT-ID-CD.
008690     MOVE CLMELGTB-B-PAT-ID      TO CLMEAUTB-B-AFT-PAT-ID.
008700     MOVE CLMELGTB-B-MCAID-ID    TO CLMEAUTB-B-AFT-MCAID-ID.
008710     MOVE CLMELGTB-B-ELIG-SRC-CD TO CLMEAUTB-B-AFT-SRC-CD.
008720     EXEC SQL
008730         INSERT INTO R_MBR_ELIG_AUD_TB
008740             (B_AUD_TS, B_AUD_USER_ID, B_AUD_SRC_CD,
008750              B_AUD_ACTN_CD, B_AUD_RSN_CD, B_AUD_REF_TX,
008760              R_CUST_PART_NUM, B_SYS_ID, B_CRDHLDR_ID,
008770              B_ELIG_BEG_DT,
008780              B_BEF_END_DT, B_BEF_PAT_ID_CD, B_BEF_PAT_ID,
008790              B_BEF_MCAID_ID, B_BEF_SRC_CD,
008800              B_AFT_END_DT, B_AFT_PAT_ID_CD, B_AFT_PAT_ID,
008810              B_AFT_MCAID_ID, B_AFT_SRC_CD)
008820         VALUES
008830             (TO_CHAR(CURRENT_TIMESTAMP,
008840                      'YYYY-MM-DD-HH24.MI.SS.FF6'),
008850              :CLMEAUTB-B-AUD-USER-ID, :CLMEAUTB-B-AUD-SRC-CD,
008860              :CLMEAUTB-B-AUD-ACTN-CD, :CLMEAUTB-B-AUD-RSN-CD,
008870              :CLMEAUTB-B-AUD-REF-TX,
008880              :CLMEAUTB-R-CUST-PART-NUM, :CLMEAUTB-B-SYS-ID,
008890              :CLMEAUTB-B-CRDHLDR-ID, :CLMEAUTB-B-ELIG-BEG-DT,
008900              :CLMEAUTB-B-BEF-END-DT, :CLMEAUTB-B-BEF-PAT-ID-CD,
008910              :CLMEAUTB-B-BEF-PAT-ID, :CLMEAUTB-B-BEF-MCAID-ID,
008920              :CLMEAUTB-B-BEF-SRC-CD,
008930              :CLMEAUTB-B-AFT-END-DT, :CLMEAUTB-B-AFT-PAT-ID-CD,
008940              :CLMEAUTB-B-AFT-PAT-ID, :CLMEAUTB-B-AFT-MCAID-ID,
008950              :CLMEAUTB-B-AFT-SRC-CD)
008960     END-EXEC.
008970     IF SQLCODE NOT = 0
008980         PERFORM S900-000-SQL-ERROR
008990             THRU S900-999-EXIT
009000         EXEC CICS
009010             SYNCPOINT ROLLBACK
009020         END-EXEC
009030     END-IF.
009040 S480-999-EXIT.
009050     EXIT.
009060*****************************************************************
009070*    S485-000-UPDATE-SPAN - END DATE AND IDENTIFIERS FROM THE   *
009080*    ROW IMAGE.  THE SPAN BECOMES MANUAL AND B_UPD_TS IS        *
009090*    STAMPED SO THE NEXT PDDB0014 SWEEP RE-QUEUES THE MEMBER'S  *
009100*    ELIGIBILITY DENIALS THE CHANGE NOW COVERS.                 *
009110*****************************************************************
009120 S485-000-UPDATE-SPAN.
009130     MOVE 'M'                    TO CLMELGTB-B-ELIG-SRC-CD.
009140     EXEC SQL
009150         UPDATE R_MBR_ELIG_TB
009160            SET B_ELIG_END_DT   = :CLMELGTB-B-ELIG-END-DT,
009170                B_PAT_ID_CD     = :CLMELGTB-B-PAT-ID-CD,
009180                B_PAT_ID        = :CLMELGTB-B-PAT-ID,
009190                B_MCAID_ID      = :CLMELGTB-B-MCAID-ID,
009200                B_ELIG_SRC_CD   = 'M',
009210                B_UPD_TS        = TO_CHAR(CURRENT_TIMESTAMP,
009220                         'YYYY-MM-DD-HH24.MI.SS.FF6'),
009230                B_MAN_UPD_TS    = TO_CHAR(CURRENT_TIMESTAMP,
009240                         'YYYY-MM-DD-HH24.MI.SS.FF6')
009250          WHERE R_CUST_PART_NUM = :CLMELGTB-R-CUST-PART-NUM
009260            AND B_CRDHLDR_ID    = :CLMELGTB-B-CRDHLDR-ID
009270            AND B_ELIG_BEG_DT   = :CLMELGTB-B-ELIG-BEG-DT
009280     END-EXEC.
009290     IF SQLCODE NOT = 0
009300         PERFORM S900-000-SQL-ERROR
009310             THRU S900-999-EXIT
009320     END-IF.
009330 S485-999-EXIT.
009340     EXIT.
009350*****************************************************************
009360*    S800-000-SEND-MAP                                          *
009370*****************************************************************
009380 S800-000-SEND-MAP.
009390     EXEC CICS
009400         SEND MAP(WK-030-MAP-NAME)
009410              MAPSET(WK-030-MAPSET-NAME)
009420              FROM(PDDM776MO)
009430              ERASE
009440     END-EXEC.
009450 S800-999-EXIT.
009460     EXIT.
009470*****************************************************************
009480*    S900-000-SQL-ERROR - SHOW THE SQLCODE AND FAIL THE ACTION  *
009490*****************************************************************
009500 S900-000-SQL-ERROR.
009510     SET WW-000-EDIT-FAILED      TO TRUE.
009520     MOVE SPACES                 TO MSGO.
009530     MOVE SQLCODE                TO WW-000-SQLCODE-DSP.
009540     STRING 'SQL ERROR - SQLCODE ' WW-000-SQLCODE-DSP
009550         DELIMITED BY SIZE INTO MSGO.
009560 S900-999-EXIT.
009570     EXIT.
