000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PDDM7593.
000030 AUTHOR.        ACS GOVERMENT HEALTHCARE.
000040 DATE-COMPILED.
000050*REMARKS.
000060*****************************************************************
000070*                                                               *
000080*@ PROGRAM-ID: PDDM7593                                         *
000090*@ TITLE: EXCEPTION CONFIGURATION MAINTENANCE SCREEN            *
000100*                                                               *
000110*****************************************************************
000120*                                                               *
000130*?  I. PROGRAM ABSTRACT                                         *
000140*+                                                              *
000150*+  PSEUDO-CONVERSATIONAL CICS TRANSACTION (TRANID W771), IN    *
000160*+  THE STYLE OF PDDM7575, THAT SHOWS AND MAINTAINS EVERYTHING  *
000170*+  A CLAIM EXCEPTION CODE NEEDS BEFORE CONDU CAN POST IT - THE *
000180*+  BASE DISPOSITION ROW ON R_CLM_EXC_DISP_TB (PARTITION 0,     *
000190*+  PLAN 999, GROUP ALL) WITH ITS FORCE-APPLY AND FORCE-DENY    *
000200*+  FLAGS, THE EOB CROSSWALK ROW ON R_CLM_EXC_EOB_TB, THE       *
000210*+  CATEGORY ROW ON C_EXC_CTGRY_TB AND THE GROUP-ALL MESSAGE    *
000220*+  ROWS ON R_POS_MSG_CAT_TB, ONE PER LANGUAGE - ON ONE SCREEN. *
000230*+  INQUIRY SHOWS THE PIECES ON FILE AND NAMES THE ONES         *
000240*+  MISSING.  ADD AND CHANGE SAVE ALL OF THEM TOGETHER AND ARE  *
000250*+  REFUSED UNLESS EVERY REQUIRED PIECE IS KEYED - DISPOSITION, *
000260*+  EOB CODE, CATEGORY AND THE ENGLISH MESSAGE - SO A NEW EDIT  *
000270*+  NO LONGER WAITS FOR PDDB0005 TO FIND ITS GAPS.  ROWS ARE    *
000280*+  READ AND WRITTEN THROUGH THE SHARED PDDS9007 ROUTINE; EVERY *
000290*+  ROW ADDED, CHANGED OR DELETED IS AUDITED ON C_CFG_AUD_TB    *
000300*+  WITH ITS BEFORE AND AFTER IMAGES.  ROLES ARE CHECKED BY     *
000310*+  PDDS9003.  ALL OF A SAVE COMMITS OR NONE OF IT DOES.        *
000320*+                                                              *
000330*****************************************************************
000340*+                                                              *
000350*+ II. INPUT/OUTPUT MATRIX                                      *
000360*+                                                              *
000370*+     I/O              TITLE                           ID      *
000380*+     ---   ------------------------------------  ----------   *
000390*+      I/O   R_CLM_EXC_DISP_TB (THROUGH PDDS9007)  CLCFGIMG    *
000400*+      I/O   R_CLM_EXC_EOB_TB  (THROUGH PDDS9007)  CLCFGIMG    *
000410*+      I/O   C_EXC_CTGRY_TB    (THROUGH PDDS9007)  CLCFGIMG    *
000420*+      I/O   R_POS_MSG_CAT_TB  (THROUGH PDDS9007)  CLCFGIMG    *
000430*+      O     C_CFG_AUD_TB                          CLCFAUTB    *
000440*+      I/O   PDDM771M MAP (MAPSET PDDM771M)        PDDM771M    *
000450*****************************************************************
000460*+                                                              *
000470*+ IV. CSR CHANGE LOG.                                          *
000480*                                                               *
000490*           -----------  CSR CHANGES  -----------               *
000500*                                                               *
000510*  CSR    CHANGE      ANALYST      DESCRIPTION OF CHANGE        *
000520*  NBR     DATE        NAME                                     *
000530*                                                               *
000540*---------------------------------------------------------------*
000550* CR4215   10/15/26  ACS       NEW PROGRAM.  EXCEPTION          *
000560*                              CONFIGURATION MAINTENANCE -      *
000570*                              DISPOSITION, EOB CODE, CATEGORY  *
000580*                              AND MESSAGE TEXT FOR ONE CODE,   *
000590*                              SAVED TOGETHER AND AUDITED.      *
000600*****************************************************************
000610
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 DATA DIVISION.
000650 WORKING-STORAGE SECTION.
000660
000670 01  WK-030-MISC-CONSTANTS.
000680     05  WK-030-PROGRAM-NAME     PIC X(08)      VALUE 'PDDM7593'.
000690     05  WK-030-MAPSET-NAME      PIC X(08)      VALUE 'PDDM771M'.
000700     05  WK-030-MAP-NAME         PIC X(08)      VALUE 'PDDM771S'.
000710     05  WK-030-TRANID           PIC X(04)      VALUE 'W771'.
000720     05  WK-030-AUD-SRC-CD       PIC X(05)      VALUE 'W771 '.
000730     05  WK-030-BASE-LANG-CD     PIC X(03)      VALUE 'ENG'.
000740     05  WK-030-OPEN-END-DT      PIC X(10) VALUE '9999-12-31'.
000750
000760 01  WW-000-WORK-AREA.
000770     05  WW-000-EDIT-FAIL-SW      PIC X(01) VALUE 'N'.
000780         88  WW-000-EDIT-FAILED   VALUE 'Y'.
000790     05  WW-000-DISP-FOUND-SW     PIC X(01) VALUE 'N'.
000800         88  WW-000-DISP-FOUND    VALUE 'Y'.
000810     05  WW-000-CHG-CNT           PIC S9(04) COMP VALUE ZERO.
000820     05  WW-000-CHG-DSP           PIC Z9.
000830     05  WW-000-MISS-TX           PIC X(50).
000840     05  WW-000-MISS-PTR          PIC S9(04) COMP.
000850     05  WW-000-NEW-IMG           PIC X(200).
000860     05  WW-000-FUNC-CD           PIC X(01).
000870     05  WW-000-DT-IN             PIC X(10).
000880     05  WW-000-DT-PARTS REDEFINES WW-000-DT-IN.
000890         10  WW-000-DT-YYYY       PIC 9(04).
000900         10  WW-000-DT-SEP-1      PIC X(01).
000910         10  WW-000-DT-MM         PIC 9(02).
000920         10  WW-000-DT-SEP-2      PIC X(01).
000930         10  WW-000-DT-DD         PIC 9(02).
000940     05  WW-000-DT-BAD-SW         PIC X(01).
000950         88  WW-000-DT-BAD        VALUE 'Y'.
000960*    ONE MESSAGE LINE OF THE SCREEN, WHICHEVER IS BEING WORKED.
000970     05  WW-000-LINE-NUM          PIC X(01).
000980     05  WW-000-LINE-LANG-CD      PIC X(03).
000990     05  WW-000-LINE-BEG-DT       PIC X(10).
001000     05  WW-000-LINE-MSG-TX       PIC X(132).
001010     05  WW-000-LINE-MSG-PARTS REDEFINES WW-000-LINE-MSG-TX.
001020         10  WW-000-LINE-MSG-A    PIC X(66).
001030         10  WW-000-LINE-MSG-B    PIC X(66).
001040
001050     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
001060     COPY CLCFAUTB.
001070 01  WS-000-SQL-WORK-AREA.
001080     05  WS-000-EXC-CD            PIC X(04).
001090     05  WS-000-BASE-PLAN-ID      PIC X(08) VALUE '999'.
001100     05  WS-000-BASE-GROUP-ID     PIC X(08) VALUE 'ALL'.
001110     05  WS-000-DOC-TY-CD         PIC X(01).
001120     05  WS-000-MED-SRC-CD        PIC X(01).
001130     05  WS-000-HDR-TY-CD         PIC X(01).
001140     05  WS-000-BEG-DT            PIC X(10).
001150     05  WS-000-IDX-NUM           PIC S9(09) COMP.
001160     05  WS-000-LANG-CD           PIC X(03).
001170     05  WS-000-PRIOR-LANG-CD     PIC X(03).
001180     05  WS-000-MSG-BEG-DT        PIC X(10).
001190     EXEC SQL END DECLARE SECTION END-EXEC.
001200 01  WW-000-SQLCODE-DSP           PIC -(8)9.
001210
001220     EXEC SQL INCLUDE SQLCA END-EXEC.
001230
001240*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
001250*    ROLE CHECK - INQUIRY NEEDS THE INQUIRE ROLE ON W771, A SAVE
001260*    THE UPDATE ROLE.
001270     COPY WKC90030.
001280*
001290*    SHARED CONFIGURATION ROW ROUTINE - READS AND WRITES EVERY
001300*    ROW THIS SCREEN MAINTAINS.
001310     COPY WKC90070.
001320*
001330*    ROW IMAGE IN THE FORMAT PDDS9007 TAKES - EXCD, EXEB, EXCT
001340*    AND MSGC VIEWS.
001350     COPY CLCFGIMG.
001360*
001370 01  WC-000-COMMAREA-WS.
001380     05  WC-000-LAST-ACTCD        PIC X(01).
001390
001400 LINKAGE SECTION.
001410 01  DFHCOMMAREA.
001420     05  PDDM7593-LAST-ACTCD      PIC X(01).
001430
001440     COPY PDDM771M.
001450*****************************************************************
001460*    PROCEDURE DIVISION                                        *
001470*****************************************************************
001480 PROCEDURE DIVISION.
001490*****************************************************************
001500*    S100-000-MAINLINE - FIRST-TIME VS. RETURN DISPATCH         *
001510*****************************************************************
001520 S100-000-MAINLINE.
001530     IF EIBCALEN = 0
001540         PERFORM S200-000-INIT-SCREEN
001550             THRU S200-999-EXIT
001560     ELSE
001570         MOVE DFHCOMMAREA        TO WC-000-COMMAREA-WS
001580         PERFORM S300-000-RECEIVE-MAP
001590             THRU S300-999-EXIT
001600         PERFORM S400-000-PROCESS-ACTION
001610             THRU S400-999-EXIT
001620     END-IF.
001630     PERFORM S800-000-SEND-MAP
001640         THRU S800-999-EXIT.
001650     MOVE WC-000-LAST-ACTCD      TO PDDM7593-LAST-ACTCD.
001660     EXEC CICS
001670         RETURN TRANSID(WK-030-TRANID)
001680                COMMAREA(DFHCOMMAREA)
001690     END-EXEC.
001700     GOBACK.
001710*****************************************************************
001720*    S200-000-INIT-SCREEN                                       *
001730*****************************************************************
001740 S200-000-INIT-SCREEN.
001750     MOVE LOW-VALUES             TO PDDM771MO.
001760     MOVE SPACES                 TO WC-000-LAST-ACTCD.
001770     MOVE WK-030-BASE-LANG-CD    TO LANG1O.
001780     MOVE 'KEY AN EXCEPTION CODE AND AN ACTION (I/A/C)' TO MSGO.
001790 S200-999-EXIT.
001800     EXIT.
001810*****************************************************************
001820*    S300-000-RECEIVE-MAP - FIELDS THE OPERATOR DID NOT TOUCH   *
001830*    COME BACK AS LOW-VALUES; THEY ARE BLANKED SO THE EDITS AND *
001840*    ROW IMAGES SEE SPACES.                                     *
001850*****************************************************************
001860 S300-000-RECEIVE-MAP.
001870     EXEC CICS
001880         RECEIVE MAP(WK-030-MAP-NAME)
001890                 MAPSET(WK-030-MAPSET-NAME)
001900                 INTO(PDDM771MI)
001910     END-EXEC.
001920     INSPECT EXCCDI  REPLACING ALL LOW-VALUE BY SPACE.
001930     INSPECT DOCTYI  REPLACING ALL LOW-VALUE BY SPACE.
001940     INSPECT MEDSRCI REPLACING ALL LOW-VALUE BY SPACE.
001950     INSPECT HDRTYI  REPLACING ALL LOW-VALUE BY SPACE.
001960     INSPECT BEGDTI  REPLACING ALL LOW-VALUE BY SPACE.
001970     INSPECT ENDDTI  REPLACING ALL LOW-VALUE BY SPACE.
001980     INSPECT DISPCDI REPLACING ALL LOW-VALUE BY SPACE.
001990     INSPECT FAPPI   REPLACING ALL LOW-VALUE BY SPACE.
002000     INSPECT FDNYI   REPLACING ALL LOW-VALUE BY SPACE.
002010     INSPECT REJCDI  REPLACING ALL LOW-VALUE BY SPACE.
002020     INSPECT TXEOBI  REPLACING ALL LOW-VALUE BY SPACE.
002030     INSPECT EOBCDI  REPLACING ALL LOW-VALUE BY SPACE.
002040     INSPECT CTGCDI  REPLACING ALL LOW-VALUE BY SPACE.
002050     INSPECT CTGDSI  REPLACING ALL LOW-VALUE BY SPACE.
002060     INSPECT LANG1I  REPLACING ALL LOW-VALUE BY SPACE.
002070     INSPECT MBEG1I  REPLACING ALL LOW-VALUE BY SPACE.
002080     INSPECT MSG1AI  REPLACING ALL LOW-VALUE BY SPACE.
002090     INSPECT MSG1BI  REPLACING ALL LOW-VALUE BY SPACE.
002100     INSPECT LANG2I  REPLACING ALL LOW-VALUE BY SPACE.
002110     INSPECT MBEG2I  REPLACING ALL LOW-VALUE BY SPACE.
002120     INSPECT MSG2AI  REPLACING ALL LOW-VALUE BY SPACE.
002130     INSPECT MSG2BI  REPLACING ALL LOW-VALUE BY SPACE.
002140     INSPECT LANG3I  REPLACING ALL LOW-VALUE BY SPACE.
002150     INSPECT MBEG3I  REPLACING ALL LOW-VALUE BY SPACE.
002160     INSPECT MSG3AI  REPLACING ALL LOW-VALUE BY SPACE.
002170     INSPECT MSG3BI  REPLACING ALL LOW-VALUE BY SPACE.
002180     INSPECT ACTCDI  REPLACING ALL LOW-VALUE BY SPACE.
002190*    LINE 1 IS ALWAYS THE ENGLISH ROW.
002200     MOVE WK-030-BASE-LANG-CD    TO LANG1I.
002210 S300-999-EXIT.
002220     EXIT.
002230*****************************************************************
002240*    S400-000-PROCESS-ACTION - AUTHORIZE AND ROUTE ON ACTCD.    *
002250*    INQUIRY NEEDS THE INQUIRE ROLE ON W771, ADD AND CHANGE THE *
002260*    UPDATE ROLE.                                               *
002270*****************************************************************
002280 S400-000-PROCESS-ACTION.
002290     MOVE SPACES                 TO MSGO.
002300     IF ACTCDI NOT = 'I' AND 'A' AND 'C'
002310         MOVE 'INVALID ACTION - MUST BE I, A OR C' TO MSGO
002320         GO TO S400-999-EXIT
002330     END-IF.
002340     IF EXCCDI = SPACES
002350         MOVE 'EXCEPTION CODE IS REQUIRED' TO MSGO
002360         GO TO S400-999-EXIT
002370     END-IF.
002380     IF ACTCDI = 'I'
002390         MOVE 'I'                TO WK-9003-REQ-ACCESS-CD
002400     ELSE
002410         MOVE 'U'                TO WK-9003-REQ-ACCESS-CD
002420     END-IF.
002430     MOVE EXCCDI                 TO WK-9003-KEY-TX.
002440*    THE SIGNED-ON USER, NOT THE TERMINAL - THE AUDIT ROWS MUST
002450*    NAME THE PERSON WHO MADE THE CHANGE.
002460     EXEC CICS ASSIGN
002470         USERID(WK-9003-OPER-ID)
002480     END-EXEC.
002490     MOVE WK-030-TRANID          TO WK-9003-TRAN-ID.
002500     CALL 'PDDS9003' USING WK-9003-CALL-PARMS.
002510     IF WK-9003-ACCESS-DENIED
002520         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION - SEE SECURITY'
002530                                 TO MSGO
002540         GO TO S400-999-EXIT
002550     END-IF.
002560     MOVE EXCCDI                 TO WS-000-EXC-CD.
002570     EVALUATE ACTCDI
002580         WHEN 'I'
002590             PERFORM S410-000-INQUIRE-EXC
002600                 THRU S410-999-EXIT
002610         WHEN OTHER
002620             PERFORM S420-000-SAVE-EXC
002630                 THRU S420-999-EXIT
002640     END-EVALUATE.
002650     MOVE ACTCDI                 TO WC-000-LAST-ACTCD.
002660 S400-999-EXIT.
002670     EXIT.
002680*****************************************************************
002690*    S410-000-INQUIRE-EXC - SHOW EVERY PIECE ON FILE FOR THE    *
002700*    CODE.  WITH NO DISPOSITION KEY KEYED, THE BASE ROW IN      *
002710*    EFFECT TODAY IS SHOWN.                                     *
002720*****************************************************************
002730 S410-000-INQUIRE-EXC.
002740     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
002750     IF DOCTYI = SPACES OR MEDSRCI = SPACES
002760      OR HDRTYI = SPACES OR BEGDTI = SPACES
002770         EXEC SQL
002780             SELECT C_BAT_DOC_TY_CD, C_BAT_MED_SRC_CD,
002790                    C_HDR_TY_CD,
002800                    TO_CHAR(R_CLM_EXC_BEG_DT, 'YYYY-MM-DD')
002810               INTO :WS-000-DOC-TY-CD,
002820                    :WS-000-MED-SRC-CD,
002830                    :WS-000-HDR-TY-CD,
002840                    :WS-000-BEG-DT
002850               FROM R_CLM_EXC_DISP_TB
002860              WHERE R_CUST_PART_NUM  = 0
002870                AND R_CLM_EXC_CD     = :WS-000-EXC-CD
002880                AND R_PLAN_ID        = :WS-000-BASE-PLAN-ID
002890                AND R_GROUP_ID       = :WS-000-BASE-GROUP-ID
002900                AND R_CLM_EXC_BEG_DT <= CURRENT_DATE
002910                AND R_CLM_EXC_END_DT >= CURRENT_DATE
002920                AND ROWNUM = 1
002930         END-EXEC
002940         EVALUATE SQLCODE
002950           WHEN 0
002960             MOVE WS-000-DOC-TY-CD  TO DOCTYI
002970             MOVE WS-000-MED-SRC-CD TO MEDSRCI
002980             MOVE WS-000-HDR-TY-CD  TO HDRTYI
002990             MOVE WS-000-BEG-DT     TO BEGDTI
003000           WHEN 100
003010             CONTINUE
003020           WHEN OTHER
003030             PERFORM S900-000-SQL-ERROR
003040                 THRU S900-999-EXIT
003050             GO TO S410-999-EXIT
003060         END-EVALUATE
003070     END-IF.
003080     PERFORM S440-000-LOAD-PIECES
003090         THRU S440-999-EXIT.
003100     IF WW-000-EDIT-FAILED
003110         GO TO S410-999-EXIT
003120     END-IF.
003130     PERFORM S445-000-NAME-MISSING
003140         THRU S445-999-EXIT.
003150 S410-999-EXIT.
003160     EXIT.
003170*****************************************************************
003180*    S420-000-SAVE-EXC - ADD OR CHANGE.  THE SCREEN MUST HOLD   *
003190*    EVERY REQUIRED PIECE; EACH ROW IS THEN PUT THROUGH         *
003200*    PDDS9007 AND AUDITED.  A MESSAGE LINE BLANKED ON A CHANGE  *
003210*    DELETES THAT LANGUAGE'S ROW.  ANY FAILURE BACKS OUT THE    *
003220*    WHOLE SAVE.                                                *
003230*****************************************************************
003240 S420-000-SAVE-EXC.
003250     PERFORM S430-000-EDIT-SCREEN
003260         THRU S430-999-EXIT.
003270     IF WW-000-EDIT-FAILED
003280         GO TO S420-999-EXIT
003290     END-IF.
003300     MOVE ZERO                   TO WW-000-CHG-CNT.
003310     PERFORM S450-000-SAVE-DISP
003320         THRU S450-999-EXIT.
003330     IF NOT WW-000-EDIT-FAILED
003340         PERFORM S455-000-SAVE-EOB-CTGRY
003350             THRU S455-999-EXIT
003360     END-IF.
003370     IF NOT WW-000-EDIT-FAILED
003380         MOVE '1'                TO WW-000-LINE-NUM
003390         MOVE LANG1I             TO WW-000-LINE-LANG-CD
003400         MOVE MBEG1I             TO WW-000-LINE-BEG-DT
003410         MOVE MSG1AI             TO WW-000-LINE-MSG-A
003420         MOVE MSG1BI             TO WW-000-LINE-MSG-B
003430         PERFORM S460-000-SAVE-MSG-LINE
003440             THRU S460-999-EXIT
003450     END-IF.
003460     IF NOT WW-000-EDIT-FAILED
003470         MOVE '2'                TO WW-000-LINE-NUM
003480         MOVE LANG2I             TO WW-000-LINE-LANG-CD
003490         MOVE MBEG2I             TO WW-000-LINE-BEG-DT
003500         MOVE MSG2AI             TO WW-000-LINE-MSG-A
003510         MOVE MSG2BI             TO WW-000-LINE-MSG-B
003520         PERFORM S460-000-SAVE-MSG-LINE
003530             THRU S460-999-EXIT
003540     END-IF.
003550     IF NOT WW-000-EDIT-FAILED
003560         MOVE '3'                TO WW-000-LINE-NUM
003570         MOVE LANG3I             TO WW-000-LINE-LANG-CD
003580         MOVE MBEG3I             TO WW-000-LINE-BEG-DT
003590         MOVE MSG3AI             TO WW-000-LINE-MSG-A
003600         MOVE MSG3BI             TO WW-000-LINE-MSG-B
003610         PERFORM S460-000-SAVE-MSG-LINE
003620             THRU S460-999-EXIT
003630     END-IF.
003640     IF WW-000-EDIT-FAILED
003650         EXEC CICS
003660             SYNCPOINT ROLLBACK
003670         END-EXEC
003680         GO TO S420-999-EXIT
003690     END-IF.
003700     PERFORM S440-000-LOAD-PIECES
003710         THRU S440-999-EXIT.
003720     IF WW-000-CHG-CNT = ZERO
003730         MOVE 'NO CHANGES - NOTHING SAVED' TO MSGO
003740     ELSE
003750         MOVE WW-000-CHG-CNT     TO WW-000-CHG-DSP
003760         STRING 'EXCEPTION SAVED - ' WW-000-CHG-DSP
003770                ' ROW(S) CHANGED AND AUDITED'
003780             DELIMITED BY SIZE INTO MSGO
003790     END-IF.
003800 S420-999-EXIT.
003810     EXIT.
003820*****************************************************************
003830*    S430-000-EDIT-SCREEN - EVERY REQUIRED PIECE MUST BE KEYED  *
003840*    AND VALID BEFORE ANYTHING IS WRITTEN.  THE FIRST PROBLEM   *
003850*    FOUND IS SHOWN.                                            *
003860*****************************************************************
003870 S430-000-EDIT-SCREEN.
003880     MOVE 'Y'                    TO WW-000-EDIT-FAIL-SW.
003890     MOVE 'N'                    TO WW-000-DT-BAD-SW.
003900     IF DOCTYI = SPACES
003910         MOVE 'C'                TO DOCTYI
003920     END-IF.
003930     IF MEDSRCI = SPACES OR HDRTYI = SPACES OR BEGDTI = SPACES
003940         MOVE 'MEDIA SOURCE, HEADER TYPE AND BEGIN DATE REQUIRED'
003950                                 TO MSGO
003960         GO TO S430-999-EXIT
003970     END-IF.
003980     MOVE BEGDTI                 TO WW-000-DT-IN.
003990     PERFORM S435-000-EDIT-DATE
004000         THRU S435-999-EXIT.
004010     IF WW-000-DT-BAD
004020         MOVE 'BEGIN DATE MUST BE YYYY-MM-DD' TO MSGO
004030         GO TO S430-999-EXIT
004040     END-IF.
004050     IF ENDDTI = SPACES
004060         MOVE WK-030-OPEN-END-DT TO ENDDTI
004070     END-IF.
004080     MOVE ENDDTI                 TO WW-000-DT-IN.
004090     PERFORM S435-000-EDIT-DATE
004100         THRU S435-999-EXIT.
004110     IF WW-000-DT-BAD OR ENDDTI < BEGDTI
004120         MOVE 'END DATE MUST BE YYYY-MM-DD, NOT BEFORE BEGIN'
004130                                 TO MSGO
004140         GO TO S430-999-EXIT
004150     END-IF.
004160     IF DISPCDI = SPACES
004170         MOVE 'DISPOSITION CODE IS REQUIRED' TO MSGO
004180         GO TO S430-999-EXIT
004190     END-IF.
004200     IF (FAPPI NOT = 'Y' AND 'N' AND SPACE)
004210      OR (FDNYI NOT = 'Y' AND 'N' AND SPACE)
004220         MOVE 'FORCE-APPLY AND FORCE-DENY MUST BE Y, N OR BLANK'
004230                                 TO MSGO
004240         GO TO S430-999-EXIT
004250     END-IF.
004260     IF FAPPI = 'Y' AND FDNYI = 'Y'
004270         MOVE 'FORCE-APPLY AND FORCE-DENY CANNOT BOTH BE Y'
004280                                 TO MSGO
004290         GO TO S430-999-EXIT
004300     END-IF.
004310     IF EOBCDI = SPACES
004320         MOVE 'EOB CROSSWALK CODE IS REQUIRED' TO MSGO
004330         GO TO S430-999-EXIT
004340     END-IF.
004350     IF CTGCDI NOT = 'E' AND 'D' AND 'P' AND 'C' AND 'B' AND 'O'
004360         MOVE 'CATEGORY MUST BE E, D, P, C, B OR O' TO MSGO
004370         GO TO S430-999-EXIT
004380     END-IF.
004390     IF CTGDSI = SPACES
004400         MOVE 'CATEGORY DESCRIPTION IS REQUIRED' TO MSGO
004410         GO TO S430-999-EXIT
004420     END-IF.
004430     IF MSG1AI = SPACES AND MSG1BI = SPACES
004440         MOVE 'ENGLISH MESSAGE TEXT (LINE 1) IS REQUIRED' TO MSGO
004450         GO TO S430-999-EXIT
004460     END-IF.
004470     IF (MSG2AI NOT = SPACES OR MSG2BI NOT = SPACES)
004480      AND LANG2I = SPACES
004490      OR (MSG3AI NOT = SPACES OR MSG3BI NOT = SPACES)
004500      AND LANG3I = SPACES
004510         MOVE 'KEY THE LANGUAGE FOR EACH MESSAGE LINE' TO MSGO
004520         GO TO S430-999-EXIT
004530     END-IF.
004540     IF LANG2I = WK-030-BASE-LANG-CD
004550      OR LANG3I = WK-030-BASE-LANG-CD
004560      OR (LANG2I = LANG3I AND LANG2I NOT = SPACES)
004570         MOVE 'ONE LINE PER LANGUAGE - ENG IS ALWAYS LINE 1'
004580                                 TO MSGO
004590         GO TO S430-999-EXIT
004600     END-IF.
004610     IF MBEG1I NOT = SPACES
004620         MOVE MBEG1I             TO WW-000-DT-IN
004630         PERFORM S435-000-EDIT-DATE
004640             THRU S435-999-EXIT
004650     END-IF.
004660     IF MBEG2I NOT = SPACES AND NOT WW-000-DT-BAD
004670         MOVE MBEG2I             TO WW-000-DT-IN
004680         PERFORM S435-000-EDIT-DATE
004690             THRU S435-999-EXIT
004700     END-IF.
004710     IF MBEG3I NOT = SPACES AND NOT WW-000-DT-BAD
004720         MOVE MBEG3I             TO WW-000-DT-IN
004730         PERFORM S435-000-EDIT-DATE
004740             THRU S435-999-EXIT
004750     END-IF.
004760     IF WW-000-DT-BAD
004770         MOVE 'MESSAGE BEGIN DATES MUST BE YYYY-MM-DD' TO MSGO
004780         GO TO S430-999-EXIT
004790     END-IF.
004800*    THE BASE DISPOSITION ROW MUST BE NEW ON AN ADD AND ON FILE
004810*    FOR A CHANGE.
004820     PERFORM S438-000-BUILD-DISP-KEY
004830         THRU S438-999-EXIT.
004840     SET WK-9007-READ            TO TRUE.
004850     SET WK-9007-EXCD            TO TRUE.
004860     MOVE CLCFGIMG-ROW-IMG       TO WK-9007-ROW-IMG.
004870     CALL 'PDDS9007' USING WK-9007-CALL-PARMS.
004880     IF WK-9007-SQL-ERROR OR WK-9007-BAD-PARMS
004890         MOVE 'SQL ERROR - SEE ON-CALL DASHBOARD' TO MSGO
004900         GO TO S430-999-EXIT
004910     END-IF.
004920     IF ACTCDI = 'A' AND WK-9007-OK
004930         MOVE 'BASE DISPOSITION ROW ALREADY ON FILE - USE C'
004940                                 TO MSGO
004950         GO TO S430-999-EXIT
004960     END-IF.
004970     IF ACTCDI = 'C' AND WK-9007-NOT-FOUND
004980         MOVE 'NO BASE DISPOSITION ROW AT THIS KEY - USE A'
004990                                 TO MSGO
005000         GO TO S430-999-EXIT
005010     END-IF.
005020     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
005030 S430-999-EXIT.
005040     EXIT.
005050*****************************************************************
005060*    S435-000-EDIT-DATE - WW-000-DT-IN MUST BE A YYYY-MM-DD     *
005070*    DATE WITH A REAL MONTH AND A DAY OF 01-31.  WW-000-DT-BAD  *
005080*    IS SET ON A FAILURE AND LEFT SET.                          *
005090*****************************************************************
005100 S435-000-EDIT-DATE.
005110     IF WW-000-DT-YYYY NOT NUMERIC
005120      OR WW-000-DT-MM NOT NUMERIC
005130      OR WW-000-DT-DD NOT NUMERIC
005140      OR WW-000-DT-SEP-1 NOT = '-'
005150      OR WW-000-DT-SEP-2 NOT = '-'
005160         MOVE 'Y'                TO WW-000-DT-BAD-SW
005170         GO TO S435-999-EXIT
005180     END-IF.
005190     IF WW-000-DT-MM < 01 OR WW-000-DT-MM > 12
005200      OR WW-000-DT-DD < 01 OR WW-000-DT-DD > 31
005210         MOVE 'Y'                TO WW-000-DT-BAD-SW
005220     END-IF.
005230 S435-999-EXIT.
005240     EXIT.
005250*****************************************************************
005260*    S438-000-BUILD-DISP-KEY - KEY OF THE BASE DISPOSITION ROW  *
005270*    (PARTITION 0, PLAN 999, GROUP ALL) FROM THE SCREEN         *
005280*****************************************************************
005290 S438-000-BUILD-DISP-KEY.
005300     MOVE SPACES                 TO CLCFGIMG-ROW-IMG.
005310     MOVE ZERO                   TO CLCFGIMG-ED-CUST-PART-NUM
005320                                    CLCFGIMG-ED-IDX-NUM.
005330     MOVE WS-000-EXC-CD          TO CLCFGIMG-ED-EXC-CD.
005340     MOVE WS-000-BASE-PLAN-ID    TO CLCFGIMG-ED-PLAN-ID.
005350     MOVE WS-000-BASE-GROUP-ID   TO CLCFGIMG-ED-GROUP-ID.
005360     MOVE DOCTYI                 TO CLCFGIMG-ED-DOC-TY-CD.
005370     MOVE MEDSRCI                TO CLCFGIMG-ED-MED-SRC-CD.
005380     MOVE HDRTYI                 TO CLCFGIMG-ED-HDR-TY-CD.
005390     MOVE BEGDTI                 TO CLCFGIMG-ED-BEG-DT.
005400 S438-999-EXIT.
005410     EXIT.
005420*****************************************************************
005430*    S440-000-LOAD-PIECES - READ EVERY PIECE FOR THE CODE ONTO  *
005440*    THE SCREEN.  A PIECE NOT ON FILE IS LEFT BLANK.            *
005450*****************************************************************
005460 S440-000-LOAD-PIECES.
005470     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW
005480                                    WW-000-DISP-FOUND-SW.
005490     MOVE SPACES                 TO ENDDTO DISPCDO FAPPO FDNYO
005500                                    REJCDO TXEOBO EOBCDO CTGCDO
005510                                    CTGDSO.
005520     SET WK-9007-READ            TO TRUE.
005530     IF DOCTYI NOT = SPACES AND MEDSRCI NOT = SPACES
005540      AND HDRTYI NOT = SPACES AND BEGDTI NOT = SPACES
005550         PERFORM S438-000-BUILD-DISP-KEY
005560             THRU S438-999-EXIT
005570         SET WK-9007-EXCD        TO TRUE
005580         MOVE CLCFGIMG-ROW-IMG   TO WK-9007-ROW-IMG
005590         CALL 'PDDS9007' USING WK-9007-CALL-PARMS
005600         IF WK-9007-OK
005610             SET WW-000-DISP-FOUND TO TRUE
005620             MOVE WK-9007-ROW-IMG  TO CLCFGIMG-ROW-IMG
005630             MOVE CLCFGIMG-ED-END-DT       TO ENDDTO
005640             MOVE CLCFGIMG-ED-DISP-CD      TO DISPCDO
005650             MOVE CLCFGIMG-ED-FORCE-APP-CD TO FAPPO
005660             MOVE CLCFGIMG-ED-FORCE-DENY-CD TO FDNYO
005670             MOVE CLCFGIMG-ED-ADJUD-REJ-CD TO REJCDO
005680             MOVE CLCFGIMG-ED-TXT-EOB-CD   TO TXEOBO
005690         END-IF
005700         IF WK-9007-SQL-ERROR
005710             GO TO S440-900-FAILED
005720         END-IF
005730     END-IF.
005740     MOVE SPACES                 TO CLCFGIMG-ROW-IMG.
005750     MOVE WS-000-EXC-CD          TO CLCFGIMG-EB-EXC-CD.
005760     SET WK-9007-EXEB            TO TRUE.
005770     MOVE CLCFGIMG-ROW-IMG       TO WK-9007-ROW-IMG.
005780     CALL 'PDDS9007' USING WK-9007-CALL-PARMS.
005790     IF WK-9007-SQL-ERROR
005800         GO TO S440-900-FAILED
005810     END-IF.
005820     IF WK-9007-OK
005830         MOVE WK-9007-ROW-IMG    TO CLCFGIMG-ROW-IMG
005840         MOVE CLCFGIMG-EB-EOB-ADJUD-CD TO EOBCDO
005850     END-IF.
005860     MOVE SPACES                 TO CLCFGIMG-ROW-IMG.
005870     MOVE WS-000-EXC-CD          TO CLCFGIMG-CT-EXC-CD.
005880     SET WK-9007-EXCT            TO TRUE.
005890     MOVE CLCFGIMG-ROW-IMG       TO WK-9007-ROW-IMG.
005900     CALL 'PDDS9007' USING WK-9007-CALL-PARMS.
005910     IF WK-9007-SQL-ERROR
005920         GO TO S440-900-FAILED
005930     END-IF.
005940     IF WK-9007-OK
005950         MOVE WK-9007-ROW-IMG    TO CLCFGIMG-ROW-IMG
005960         MOVE CLCFGIMG-CT-CTGRY-CD   TO CTGCDO
005970         MOVE CLCFGIMG-CT-CTGRY-DESC TO CTGDSO
005980     END-IF.
005990*    MESSAGE LINES - ENG, THEN THE LANGUAGES KEYED OR, WHEN
006000*    NONE ARE, THE FIRST TWO OTHER LANGUAGES ON FILE.
006010     MOVE '1'                    TO WW-000-LINE-NUM.
006020     MOVE WK-030-BASE-LANG-CD    TO WW-000-LINE-LANG-CD.
006030     MOVE MBEG1I                 TO WW-000-LINE-BEG-DT.
006040     PERFORM S441-000-LOAD-MSG-LINE
006050         THRU S441-999-EXIT.
006060     MOVE WW-000-LINE-LANG-CD    TO LANG1O.
006070     MOVE WW-000-LINE-BEG-DT     TO MBEG1O.
006080     MOVE WW-000-LINE-MSG-A      TO MSG1AO.
006090     MOVE WW-000-LINE-MSG-B      TO MSG1BO.
006100     IF WW-000-EDIT-FAILED
006110         GO TO S440-999-EXIT
006120     END-IF.
006130     MOVE WK-030-BASE-LANG-CD    TO WS-000-PRIOR-LANG-CD.
006140     MOVE '2'                    TO WW-000-LINE-NUM.
006150     MOVE LANG2I                 TO WW-000-LINE-LANG-CD.
006160     MOVE MBEG2I                 TO WW-000-LINE-BEG-DT.
006170     PERFORM S441-000-LOAD-MSG-LINE
006180         THRU S441-999-EXIT.
006190     MOVE WW-000-LINE-LANG-CD    TO LANG2O.
006200     MOVE WW-000-LINE-BEG-DT     TO MBEG2O.
006210     MOVE WW-000-LINE-MSG-A      TO MSG2AO.
006220     MOVE WW-000-LINE-MSG-B      TO MSG2BO.
006230     IF WW-000-EDIT-FAILED
006240         GO TO S440-999-EXIT
006250     END-IF.
006260     IF LANG2O NOT = SPACES
006270         MOVE LANG2O             TO WS-000-PRIOR-LANG-CD
006280     END-IF.
006290     MOVE '3'                    TO WW-000-LINE-NUM.
006300     MOVE LANG3I                 TO WW-000-LINE-LANG-CD.
006310     MOVE MBEG3I                 TO WW-000-LINE-BEG-DT.
006320     PERFORM S441-000-LOAD-MSG-LINE
006330         THRU S441-999-EXIT.
006340     MOVE WW-000-LINE-LANG-CD    TO LANG3O.
006350     MOVE WW-000-LINE-BEG-DT     TO MBEG3O.
006360     MOVE WW-000-LINE-MSG-A      TO MSG3AO.
006370     MOVE WW-000-LINE-MSG-B      TO MSG3BO.
006380     GO TO S440-999-EXIT.
006390 S440-900-FAILED.
006400     SET WW-000-EDIT-FAILED      TO TRUE.
006410     MOVE 'SQL ERROR - SEE ON-CALL DASHBOARD' TO MSGO.
006420 S440-999-EXIT.
006430     EXIT.
006440*****************************************************************
006450*    S441-000-LOAD-MSG-LINE - ONE GROUP-ALL MESSAGE ROW ONTO    *
006460*    THE LINE WORK AREA.  A LINE WITH NO LANGUAGE TAKES THE     *
006470*    NEXT LANGUAGE ON FILE AFTER WS-000-PRIOR-LANG-CD; A LINE   *
006480*    WITH NO BEGIN DATE TAKES THE ROW IN EFFECT TODAY OR, WHEN  *
006490*    THERE IS NONE, THE NEXT ONE TO START.                      *
006500*****************************************************************
006510 S441-000-LOAD-MSG-LINE.
006520     MOVE SPACES                 TO WW-000-LINE-MSG-TX.
006530     IF WW-000-LINE-LANG-CD = SPACES
006540         EXEC SQL
006550             SELECT NVL(MIN(R_LANG_CD), ' ')
006560               INTO :WS-000-LANG-CD
006570               FROM R_POS_MSG_CAT_TB
006580              WHERE R_CLM_EXC_CD = :WS-000-EXC-CD
006590                AND R_GROUP_ID   = :WS-000-BASE-GROUP-ID
006600                AND R_LANG_CD    > :WS-000-PRIOR-LANG-CD
006610                AND R_LANG_CD   <> 'ENG'
006620                AND R_MSG_END_DT >= CURRENT_DATE
006630         END-EXEC
006640         IF SQLCODE NOT = 0
006650             GO TO S441-900-FAILED
006660         END-IF
006670         IF WS-000-LANG-CD = SPACES
006680             MOVE SPACES         TO WW-000-LINE-BEG-DT
006690             GO TO S441-999-EXIT
006700         END-IF
006710         MOVE WS-000-LANG-CD     TO WW-000-LINE-LANG-CD
006720         MOVE SPACES             TO WW-000-LINE-BEG-DT
006730     END-IF.
006740     MOVE WW-000-LINE-LANG-CD    TO WS-000-LANG-CD.
006750     IF WW-000-LINE-BEG-DT = SPACES
006760         EXEC SQL
006770             SELECT NVL(MIN(R_MSG_BEG_DT), ' ')
006780               INTO :WS-000-MSG-BEG-DT
006790               FROM R_POS_MSG_CAT_TB
006800              WHERE R_CLM_EXC_CD = :WS-000-EXC-CD
006810                AND R_GROUP_ID   = :WS-000-BASE-GROUP-ID
006820                AND R_LANG_CD    = :WS-000-LANG-CD
006830                AND R_MSG_END_DT >= CURRENT_DATE
006840         END-EXEC
006850         IF SQLCODE NOT = 0
006860             GO TO S441-900-FAILED
006870         END-IF
006880         MOVE WS-000-MSG-BEG-DT  TO WW-000-LINE-BEG-DT
006890     END-IF.
006900     IF WW-000-LINE-BEG-DT = SPACES
006910         GO TO S441-999-EXIT
006920     END-IF.
006930     MOVE SPACES                 TO CLCFGIMG-ROW-IMG.
006940     MOVE WS-000-EXC-CD          TO CLCFGIMG-MC-EXC-CD.
006950     MOVE WS-000-BASE-GROUP-ID   TO CLCFGIMG-MC-GROUP-ID.
006960     MOVE WW-000-LINE-LANG-CD    TO CLCFGIMG-MC-LANG-CD.
006970     MOVE WW-000-LINE-BEG-DT     TO CLCFGIMG-MC-BEG-DT.
006980     SET WK-9007-READ            TO TRUE.
006990     SET WK-9007-MSGC            TO TRUE.
007000     MOVE CLCFGIMG-ROW-IMG       TO WK-9007-ROW-IMG.
007010     CALL 'PDDS9007' USING WK-9007-CALL-PARMS.
007020     IF WK-9007-SQL-ERROR
007030         GO TO S441-900-FAILED
007040     END-IF.
007050     IF WK-9007-OK
007060         MOVE WK-9007-ROW-IMG    TO CLCFGIMG-ROW-IMG
007070         MOVE CLCFGIMG-MC-MSG-TX TO WW-000-LINE-MSG-TX
007080     END-IF.
007090     GO TO S441-999-EXIT.
007100 S441-900-FAILED.
007110     SET WW-000-EDIT-FAILED      TO TRUE.
007120     PERFORM S900-000-SQL-ERROR
007130         THRU S900-999-EXIT.
007140 S441-999-EXIT.
007150     EXIT.
007160*****************************************************************
007170*    S445-000-NAME-MISSING - AFTER AN INQUIRY, SAY WHICH        *
007180*    REQUIRED PIECES THE CODE IS STILL WITHOUT                  *
007190*****************************************************************
007200 S445-000-NAME-MISSING.
007210     MOVE SPACES                 TO WW-000-MISS-TX.
007220     MOVE 1                      TO WW-000-MISS-PTR.
007230     IF NOT WW-000-DISP-FOUND
007240         STRING 'DISPOSITION ' DELIMITED BY SIZE
007250             INTO WW-000-MISS-TX WITH POINTER WW-000-MISS-PTR
007260     END-IF.
007270     IF EOBCDO = SPACES
007280         STRING 'EOB-CODE ' DELIMITED BY SIZE
007290             INTO WW-000-MISS-TX WITH POINTER WW-000-MISS-PTR
007300     END-IF.
007310     IF CTGCDO = SPACES
007320         STRING 'CATEGORY ' DELIMITED BY SIZE
007330             INTO WW-000-MISS-TX WITH POINTER WW-000-MISS-PTR
007340     END-IF.
007350     IF MSG1AO = SPACES AND MSG1BO = SPACES
007360         STRING 'ENG-MESSAGE ' DELIMITED BY SIZE
007370             INTO WW-000-MISS-TX WITH POINTER WW-000-MISS-PTR
007380     END-IF.
007390     IF WW-000-MISS-TX = SPACES
007400         MOVE 'COMPLETE - CHANGE FIELDS AND KEY C TO SAVE' TO MSGO
007410     ELSE
007420         STRING 'INCOMPLETE - MISSING ' WW-000-MISS-TX
007430             DELIMITED BY SIZE INTO MSGO
007440     END-IF.
007450 S445-999-EXIT.
007460     EXIT.
007470*****************************************************************
007480*    S450-000-SAVE-DISP - THE BASE DISPOSITION ROW.  A NEW ROW  *
007490*    TAKES THE INDEX NUMBER THE CODE ALREADY HAS ON ANY OTHER   *
007500*    PARTITION, ELSE THE NEXT ONE FREE; A CHANGED ROW KEEPS     *
007510*    ITS OWN.                                                   *
007520*****************************************************************
007530 S450-000-SAVE-DISP.
007540     IF ACTCDI = 'A'
007550         EXEC SQL
007560             SELECT NVL(MAX(CASE
007570                              WHEN R_CLM_EXC_CD = :WS-000-EXC-CD
007580                              THEN R_CLM_EXC_IDX_NUM END),
007590                        NVL(MAX(R_CLM_EXC_IDX_NUM), 0) + 1)
007600               INTO :WS-000-IDX-NUM
007610               FROM R_CLM_EXC_DISP_TB
007620         END-EXEC
007630         IF SQLCODE NOT = 0
007640             SET WW-000-EDIT-FAILED TO TRUE
007650             PERFORM S900-000-SQL-ERROR
007660                 THRU S900-999-EXIT
007670             GO TO S450-999-EXIT
007680         END-IF
007690         PERFORM S438-000-BUILD-DISP-KEY
007700             THRU S438-999-EXIT
007710         MOVE WS-000-IDX-NUM     TO CLCFGIMG-ED-IDX-NUM
007720     ELSE
007730         MOVE WK-9007-ROW-IMG    TO CLCFGIMG-ROW-IMG
007740     END-IF.
007750     MOVE ENDDTI                 TO CLCFGIMG-ED-END-DT.
007760     MOVE DISPCDI                TO CLCFGIMG-ED-DISP-CD.
007770     MOVE FAPPI                  TO CLCFGIMG-ED-FORCE-APP-CD.
007780     MOVE FDNYI                  TO CLCFGIMG-ED-FORCE-DENY-CD.
007790     MOVE REJCDI                 TO CLCFGIMG-ED-ADJUD-REJ-CD.
007800     MOVE TXEOBI                 TO CLCFGIMG-ED-TXT-EOB-CD.
007810     MOVE SPACES                 TO CLCFAUTB-C-AUD-KEY-TX.
007820     STRING WS-000-EXC-CD ' 0 999 ALL ' DOCTYI MEDSRCI HDRTYI
007830            ' ' BEGDTI
007840         DELIMITED BY SIZE INTO CLCFAUTB-C-AUD-KEY-TX.
007850     SET WK-9007-EXCD            TO TRUE.
007860     SET WK-9007-PUT             TO TRUE.
007870     PERFORM S470-000-APPLY-ROW
007880         THRU S470-999-EXIT.
007890 S450-999-EXIT.
007900     EXIT.
007910*****************************************************************
007920*    S455-000-SAVE-EOB-CTGRY - THE EOB CROSSWALK ROW AND THE    *
007930*    CATEGORY ROW, ONE EACH PER CODE                            *
007940*****************************************************************
007950 S455-000-SAVE-EOB-CTGRY.
007960     MOVE SPACES                 TO CLCFGIMG-ROW-IMG
007970                                    CLCFAUTB-C-AUD-KEY-TX.
007980     MOVE WS-000-EXC-CD          TO CLCFGIMG-EB-EXC-CD
007990                                    CLCFAUTB-C-AUD-KEY-TX.
008000     MOVE EOBCDI                 TO CLCFGIMG-EB-EOB-ADJUD-CD.
008010     SET WK-9007-EXEB            TO TRUE.
008020     SET WK-9007-PUT             TO TRUE.
008030     PERFORM S470-000-APPLY-ROW
008040         THRU S470-999-EXIT.
008050     IF WW-000-EDIT-FAILED
008060         GO TO S455-999-EXIT
008070     END-IF.
008080     MOVE SPACES                 TO CLCFGIMG-ROW-IMG.
008090     MOVE WS-000-EXC-CD          TO CLCFGIMG-CT-EXC-CD.
008100     MOVE CTGCDI                 TO CLCFGIMG-CT-CTGRY-CD.
008110     MOVE CTGDSI                 TO CLCFGIMG-CT-CTGRY-DESC.
008120     SET WK-9007-EXCT            TO TRUE.
008130     SET WK-9007-PUT             TO TRUE.
008140     PERFORM S470-000-APPLY-ROW
008150         THRU S470-999-EXIT.
008160 S455-999-EXIT.
008170     EXIT.
008180*****************************************************************
008190*    S460-000-SAVE-MSG-LINE - ONE GROUP-ALL MESSAGE ROW FROM    *
008200*    THE LINE WORK AREA.  A LINE WITH NO BEGIN DATE STARTS ON   *
008210*    THE DISPOSITION BEGIN DATE.  A ROW ON FILE KEEPS ITS END   *
008220*    DATE; A NEW ONE IS OPEN-ENDED.  A BLANK LINE DELETES THE   *
008230*    LANGUAGE'S ROW WHEN THERE IS ONE.                          *
008240*****************************************************************
008250 S460-000-SAVE-MSG-LINE.
008260     IF WW-000-LINE-LANG-CD = SPACES
008270         GO TO S460-999-EXIT
008280     END-IF.
008290     IF WW-000-LINE-BEG-DT = SPACES
008300         MOVE BEGDTI             TO WW-000-LINE-BEG-DT
008310     END-IF.
008320     MOVE SPACES                 TO CLCFGIMG-ROW-IMG.
008330     MOVE WS-000-EXC-CD          TO CLCFGIMG-MC-EXC-CD.
008340     MOVE WS-000-BASE-GROUP-ID   TO CLCFGIMG-MC-GROUP-ID.
008350     MOVE WW-000-LINE-LANG-CD    TO CLCFGIMG-MC-LANG-CD.
008360     MOVE WW-000-LINE-BEG-DT     TO CLCFGIMG-MC-BEG-DT.
008370     SET WK-9007-READ            TO TRUE.
008380     SET WK-9007-MSGC            TO TRUE.
008390     MOVE CLCFGIMG-ROW-IMG       TO WK-9007-ROW-IMG.
008400     CALL 'PDDS9007' USING WK-9007-CALL-PARMS.
008410     IF WK-9007-SQL-ERROR OR WK-9007-BAD-PARMS
008420         SET WW-000-EDIT-FAILED  TO TRUE
008430         MOVE 'SQL ERROR - SEE ON-CALL DASHBOARD' TO MSGO
008440         GO TO S460-999-EXIT
008450     END-IF.
008460     IF WW-000-LINE-MSG-TX = SPACES
008470      AND WK-9007-NOT-FOUND
008480         GO TO S460-999-EXIT
008490     END-IF.
008500     IF WK-9007-OK
008510         MOVE WK-9007-ROW-IMG    TO CLCFGIMG-ROW-IMG
008520     ELSE
008530         MOVE WK-030-OPEN-END-DT TO CLCFGIMG-MC-END-DT
008540     END-IF.
008550     MOVE WW-000-LINE-MSG-TX     TO CLCFGIMG-MC-MSG-TX.
008560     MOVE SPACES                 TO CLCFAUTB-C-AUD-KEY-TX.
008570     STRING WS-000-EXC-CD ' ALL ' WW-000-LINE-LANG-CD
008580            ' ' WW-000-LINE-BEG-DT
008590         DELIMITED BY SIZE INTO CLCFAUTB-C-AUD-KEY-TX.
008600     SET WK-9007-MSGC            TO TRUE.
008610     IF WW-000-LINE-MSG-TX = SPACES
008620         SET WK-9007-DELETE      TO TRUE
008630     ELSE
008640         SET WK-9007-PUT         TO TRUE
008650     END-IF.
008660     PERFORM S470-000-APPLY-ROW
008670         THRU S470-999-EXIT.
008680 S460-999-EXIT.
008690     EXIT.
008700*****************************************************************
008710*    S470-000-APPLY-ROW - PUT OR DELETE THE ROW IMAGE IN        *
008720*    CLCFGIMG THROUGH PDDS9007 AND AUDIT IT.  A PUT THAT WOULD  *
008730*    LEAVE THE ROW AS IT IS IS SKIPPED, SO THE AUDIT SHOWS ONLY *
008740*    REAL CHANGES.  THE CALLER SETS THE TABLE, THE FUNCTION AND *
008750*    THE AUDIT KEY TEXT.                                        *
008760*****************************************************************
008770 S470-000-APPLY-ROW.
008780     MOVE CLCFGIMG-ROW-IMG       TO WW-000-NEW-IMG.
008790     MOVE WK-9007-FUNC-CD        TO WW-000-FUNC-CD.
008800     SET WK-9007-READ            TO TRUE.
008810     MOVE WW-000-NEW-IMG         TO WK-9007-ROW-IMG.
008820     CALL 'PDDS9007' USING WK-9007-CALL-PARMS.
008830     IF WK-9007-SQL-ERROR OR WK-9007-BAD-PARMS
008840         GO TO S470-900-FAILED
008850     END-IF.
008860     IF WK-9007-OK
008870      AND WW-000-FUNC-CD = 'P'
008880      AND WK-9007-ROW-IMG = WW-000-NEW-IMG
008890         GO TO S470-999-EXIT
008900     END-IF.
008910     MOVE WW-000-FUNC-CD         TO WK-9007-FUNC-CD.
008920     MOVE WW-000-NEW-IMG         TO WK-9007-ROW-IMG.
008930     MOVE WK-9003-OPER-ID        TO WK-9007-AUD-USER-ID.
008940     MOVE WK-030-AUD-SRC-CD      TO WK-9007-AUD-SRC-CD.
008950     CALL 'PDDS9007' USING WK-9007-CALL-PARMS.
008960     IF NOT WK-9007-OK
008970         GO TO S470-900-FAILED
008980     END-IF.
008990     MOVE WK-9003-OPER-ID        TO CLCFAUTB-C-AUD-USER-ID.
009000     MOVE WK-030-AUD-SRC-CD      TO CLCFAUTB-C-AUD-SRC-CD.
009010     MOVE WK-9007-ACTN-CD        TO CLCFAUTB-C-AUD-ACTN-CD.
009020     MOVE WK-9007-TBL-CD         TO CLCFAUTB-C-AUD-TBL-CD.
009030     MOVE WK-9007-BEF-IMG        TO CLCFAUTB-C-BEF-IMG-TX.
009040     IF WK-9007-DELETED
009050         MOVE SPACES             TO CLCFAUTB-C-AFT-IMG-TX
009060     ELSE
009070         MOVE WW-000-NEW-IMG     TO CLCFAUTB-C-AFT-IMG-TX
009080     END-IF.
009090     EXEC SQL
009100         INSERT INTO C_CFG_AUD_TB
009110             (C_AUD_TS, C_AUD_USER_ID, C_AUD_SRC_CD,
009120              C_AUD_ACTN_CD, C_AUD_TBL_CD, C_AUD_KEY_TX,
009130              C_BEF_IMG_TX, C_AFT_IMG_TX)
009140         VALUES
009150             (TO_CHAR(CURRENT_TIMESTAMP,
009160                      'YYYY-MM-DD-HH24.MI.SS.FF6'),
009170              :CLCFAUTB-C-AUD-USER-ID, :CLCFAUTB-C-AUD-SRC-CD,
009180              :CLCFAUTB-C-AUD-ACTN-CD, :CLCFAUTB-C-AUD-TBL-CD,
009190              :CLCFAUTB-C-AUD-KEY-TX,
009200              :CLCFAUTB-C-BEF-IMG-TX, :CLCFAUTB-C-AFT-IMG-TX)
009210     END-EXEC.
009220     IF SQLCODE NOT = 0
009230         SET WW-000-EDIT-FAILED  TO TRUE
009240         PERFORM S900-000-SQL-ERROR
009250             THRU S900-999-EXIT
009260         GO TO S470-999-EXIT
009270     END-IF.
009280     ADD 1                       TO WW-000-CHG-CNT.
009290     GO TO S470-999-EXIT.
009300 S470-900-FAILED.
009310     SET WW-000-EDIT-FAILED      TO TRUE.
009320     MOVE 'SQL ERROR - SEE ON-CALL DASHBOARD' TO MSGO.
009330 S470-999-EXIT.
009340     EXIT.
009350*****************************************************************
009360*    S800-000-SEND-MAP                                          *
009370*****************************************************************
009380 S800-000-SEND-MAP.
009390     EXEC CICS
009400         SEND MAP(WK-030-MAP-NAME)
009410              MAPSET(WK-030-MAPSET-NAME)
009420              FROM(PDDM771MO)
009430              ERASE
009440     END-EXEC.
009450 S800-999-EXIT.
009460     EXIT.
009470*****************************************************************
009480*    S900-000-SQL-ERROR                                         *
009490*****************************************************************
009500 S900-000-SQL-ERROR.
009510     MOVE SPACES                 TO MSGO.
009520     MOVE SQLCODE                TO WW-000-SQLCODE-DSP.
009530     STRING 'SQL ERROR - SQLCODE ' WW-000-SQLCODE-DSP
009540         DELIMITED BY SIZE INTO MSGO.
009550 S900-999-EXIT.
009560     EXIT.
