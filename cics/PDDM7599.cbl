000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PDDM7599.
000030 AUTHOR.        ACS GOVERMENT HEALTHCARE.
000040 DATE-COMPILED.
000050*REMARKS.
000060*****************************************************************
000070*                                                               *
000080*@ PROGRAM-ID: PDDM7599                                         *
000090*@ TITLE: HELP-DESK CONTACT LOG SCREEN                          *
000100*                                                               *
000110*****************************************************************
000120*                                                               *
000130*?  I. PROGRAM ABSTRACT                                         *
000140*+                                                              *
000150*+  PSEUDO-CONVERSATIONAL CICS TRANSACTION (TRANID W777) FOR    *
000160*+  THE HELP DESK TO RECORD EVERY CALL ON C_HD_CNTCT_TB.  AN L  *
000170*+  IN THE LOG FIELD OF THE CLAIM TRACE (PDDM7580), MEMBER      *
000180*+  ACCUMULATOR (PDDM7581), MEMBER CLAIM HISTORY (PDDM7583) OR  *
000190*+  PHARMACY ACTIVITY (PDDM7584) SCREEN TRANSFERS HERE WITH THE *
000200*+  TCN, CARDHOLDER OR PHARMACY BEING VIEWED ALREADY FILLED IN; *
000210*+  A TCN ALSO FILLS THE CARDHOLDER AND PHARMACY FROM THE       *
000220*+  CLAIM.  THE AGENT KEYS THE CALLER TYPE, REASON CODE,        *
000230*+  RESOLUTION CODE AND NOTES.  THE CALL IS TIMED FROM THE      *
000240*+  MOMENT THE LOG OPENS UNLESS THE AGENT KEYS THE MINUTES.     *
000250*+  THE SCREEN ALSO SHOWS HOW OFTEN THE SAME PHARMACY, MEMBER   *
000260*+  AND CLAIM HAVE CALLED IN THE LAST 30 DAYS.  THE WEEKLY      *
000270*+  CALL-DRIVER REPORT (PDDR0079) READS THE TABLE.  ANY ROLE ON *
000280*+  W777 MAY LOG A CALL (PDDS9003 INQUIRE ACCESS) - THE LOG     *
000290*+  CHANGES NO CLAIM OR MEMBER DATA.                            *
000300*+                                                              *
000310*****************************************************************
000320*+                                                              *
000330*+ II. INPUT/OUTPUT MATRIX                                      *
000340*+                                                              *
000350*+     I/O              TITLE                           ID      *
000360*+     ---   ------------------------------------  ----------   *
000370*+      I/O   C_HD_CNTCT_TB                         CLHDCNTB    *
000380*+      I     C_LI_DRUG_TB                                      *
000390*+      I     C_LI_EXC_TB                                       *
000400*+      I     R_MBR_ELIG_TB                                     *
000410*+      I/O   PDDM777M MAP (MAPSET PDDM777M)        PDDM777M    *
000420*****************************************************************
000430*+                                                              *
000440*+ IV. CSR CHANGE LOG.                                          *
000450*                                                               *
000460*           -----------  CSR CHANGES  -----------               *
000470*                                                               *
000480*  CSR    CHANGE      ANALYST      DESCRIPTION OF CHANGE        *
000490*  NBR     DATE        NAME                                     *
000500*                                                               *
000510*---------------------------------------------------------------*
000520* CR4221   10/15/26  ACS       NEW PROGRAM.  HELP-DESK CONTACT  *
000530*                              LOG, OPENED FROM THE HELP-DESK   *
000540*                              INQUIRY SCREENS WITH THE ITEM    *
000550*                              BEING VIEWED PRE-FILLED.         *
000560*****************************************************************
000570
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 DATA DIVISION.
000610 WORKING-STORAGE SECTION.
000620
000630 01  WK-030-MISC-CONSTANTS.
000640     05  WK-030-PROGRAM-NAME     PIC X(08)      VALUE 'PDDM7599'.
000650     05  WK-030-MAPSET-NAME      PIC X(08)      VALUE 'PDDM777M'.
000660     05  WK-030-MAP-NAME         PIC X(08)      VALUE 'PDDM777S'.
000670     05  WK-030-TRANID           PIC X(04)      VALUE 'W777'.
000680
000690 01  WW-000-WORK-AREA.
000700     05  WW-000-EDIT-FAIL-SW      PIC X(01) VALUE 'N'.
000710         88  WW-000-EDIT-FAILED   VALUE 'Y'.
000720     05  WW-000-TCN-DSP           PIC 9(17) VALUE ZEROES.
000730     05  WW-000-MINS-RJ           PIC X(03) JUSTIFIED RIGHT.
000740     05  WW-000-MINS-9 REDEFINES WW-000-MINS-RJ
000750                                  PIC 9(03).
000760     05  WW-000-MINS-ED           PIC ZZ9.
000770     05  WW-000-PROV-CNT-ED       PIC ZZ9.
000780     05  WW-000-MBR-CNT-ED        PIC ZZ9.
000790     05  WW-000-TCN-CNT-ED        PIC ZZ9.
000800     05  WW-000-MASKED-ID         PIC X(20).
000810
000820     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
000830     COPY CLHDCNTB.
000840 01  WS-000-HOST-VARS.
000850     05  WS-000-TCN-NUM           PIC S9(17) COMP-3.
000860     05  WS-000-SVC-DT            PIC X(10).
000870     05  WS-000-STAT-CD           PIC X(01).
000880     05  WS-000-FST-EXC-CD        PIC X(04).
000890     05  WS-000-CLM-CRDHLDR-ID    PIC X(20).
000900     05  WS-000-CLM-PROV-ID       PIC X(15).
000910     05  WS-000-NOW-TS            PIC X(26).
000920     05  WS-000-ELAPSED-MIN       PIC S9(09) COMP.
000930     05  WS-000-PROV-CNT          PIC S9(09) COMP.
000940     05  WS-000-MBR-CNT           PIC S9(09) COMP.
000950     05  WS-000-TCN-CNT           PIC S9(09) COMP.
000960     EXEC SQL END DECLARE SECTION END-EXEC.
000970 01  WW-000-SQLCODE-DSP           PIC -(8)9.
000980
000990     EXEC SQL INCLUDE SQLCA END-EXEC.
001000
001010*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
001020*    ROLE CHECK, PLUS THE TRANSFER AREA THE HELP-DESK SCREENS
001030*    PASS IN, WHICH IS ALSO THIS SCREEN'S OWN COMMAREA.
001040     COPY WKC90030.
001050     COPY WKC75990.
001060
001070 LINKAGE SECTION.
001080 01  DFHCOMMAREA.
001090     05  PDDM7599-COMMAREA-TX     PIC X(81).
001100
001110     COPY PDDM777M.
001120*****************************************************************
001130*    PROCEDURE DIVISION                                         *
001140*****************************************************************
001150 PROCEDURE DIVISION.
001160*****************************************************************
001170*    S100-000-MAINLINE - FIRST-TIME, TRANSFER-IN OR RETURN      *
001180*****************************************************************
001190 S100-000-MAINLINE.
001200     IF EIBCALEN = 0
001210         PERFORM S200-000-INIT-SCREEN
001220             THRU S200-999-EXIT
001230     ELSE
001240         MOVE DFHCOMMAREA        TO WK-7599-XFER-AREA
001250         IF WK-7599-XFER-IN
001260             PERFORM S250-000-XFER-ARRIVE
001270                 THRU S250-999-EXIT
001280         ELSE
001290             PERFORM S300-000-RECEIVE-MAP
001300                 THRU S300-999-EXIT
001310             PERFORM S400-000-LOG-CONTACT
001320                 THRU S400-999-EXIT
001330         END-IF
001340     END-IF.
001350     PERFORM S800-000-SEND-MAP
001360         THRU S800-999-EXIT.
001370     MOVE SPACE                  TO WK-7599-XFER-FLAG.
001380     MOVE WK-7599-XFER-AREA      TO PDDM7599-COMMAREA-TX.
001390     EXEC CICS
001400         RETURN TRANSID(WK-030-TRANID)
001410                COMMAREA(DFHCOMMAREA)
001420     END-EXEC.
001430     GOBACK.
001440*****************************************************************
001450*    S200-000-INIT-SCREEN - W777 KEYED DIRECTLY: NOTHING TO     *
001460*    PRE-FILL, THE CALL IS TIMED FROM NOW                       *
001470*****************************************************************
001480 S200-000-INIT-SCREEN.
001490     MOVE LOW-VALUES             TO PDDM777MO.
001500     INITIALIZE WK-7599-XFER-AREA.
001510     MOVE WK-030-TRANID          TO WK-7599-SRC-TRAN-ID.
001520     PERFORM S490-000-START-CALL
001530         THRU S490-999-EXIT.
001540     MOVE 'KEY THE TCN, CARDHOLDER OR PHARMACY AND THE CALL CODES'
001550                                 TO MSGO.
001560 S200-999-EXIT.
001570     EXIT.
001580*****************************************************************
001590*    S250-000-XFER-ARRIVE - OPENED FROM A HELP-DESK SCREEN:     *
001600*    NO MAP TO RECEIVE YET.  PAINT THE ITEM IT WAS SHOWING,     *
001610*    FILL THE REST FROM THE CLAIM AND START THE CALL CLOCK.     *
001620*****************************************************************
001630 S250-000-XFER-ARRIVE.
001640     MOVE LOW-VALUES             TO PDDM777MO.
001650     MOVE WK-7599-TCN            TO CLHDCNTB-C-TCN-NUM.
001660     MOVE WK-7599-CRDHLDR-ID     TO CLHDCNTB-B-CRDHLDR-ID.
001670     MOVE WK-7599-PROV-ID        TO CLHDCNTB-C-PROV-ID.
001680     PERFORM S350-000-CHECK-AUTH
001690         THRU S350-999-EXIT.
001700     IF WK-9003-ACCESS-DENIED
001710         GO TO S250-999-EXIT
001720     END-IF.
001730     PERFORM S490-000-START-CALL
001740         THRU S490-999-EXIT.
001750     IF CLHDCNTB-C-TCN-NUM NOT = SPACES
001760         PERFORM S460-000-GET-CLAIM
001770             THRU S460-999-EXIT
001780     END-IF.
001790     PERFORM S465-000-SHOW-KEYS
001800         THRU S465-999-EXIT.
001810     PERFORM S470-000-PRIOR-CONTACTS
001820         THRU S470-999-EXIT.
001830     IF NOT WW-000-EDIT-FAILED
001840         MOVE 'KEY CALLER TYPE, REASON, RESOLUTION, NOTES - ENTER'
001850                                 TO MSGO
001860     END-IF.
001870 S250-999-EXIT.
001880     EXIT.
001890*****************************************************************
001900*    S300-000-RECEIVE-MAP - FIELDS THE OPERATOR DID NOT TOUCH   *
001910*    COME BACK AS LOW-VALUES AND ARE BLANKED FOR THE EDITS      *
001920*****************************************************************
001930 S300-000-RECEIVE-MAP.
001940     EXEC CICS
001950         RECEIVE MAP(WK-030-MAP-NAME)
001960                 MAPSET(WK-030-MAPSET-NAME)
001970                 INTO(PDDM777MI)
001980     END-EXEC.
001990     INSPECT TCNI     REPLACING ALL LOW-VALUE BY SPACE.
002000     INSPECT CRDIDI   REPLACING ALL LOW-VALUE BY SPACE.
002010     INSPECT PROVIDI  REPLACING ALL LOW-VALUE BY SPACE.
002020     INSPECT CALLTYI  REPLACING ALL LOW-VALUE BY SPACE.
002030     INSPECT RSNCDI   REPLACING ALL LOW-VALUE BY SPACE.
002040     INSPECT RSLNCDI  REPLACING ALL LOW-VALUE BY SPACE.
002050     INSPECT MINSI    REPLACING ALL LOW-VALUE BY SPACE.
002060     INSPECT NOTE1I   REPLACING ALL LOW-VALUE BY SPACE.
002070     INSPECT NOTE2I   REPLACING ALL LOW-VALUE BY SPACE.
002080     INSPECT NOTE3I   REPLACING ALL LOW-VALUE BY SPACE.
002090*    A MASKED CARDHOLDER ID SENT BACK UNCHANGED STANDS FOR THE
002100*    ONE HELD IN THE COMMAREA.
002110     IF CRDIDI (1:16) = ALL '*'
002120         MOVE WK-7599-CRDHLDR-ID TO CRDIDI
002130     END-IF.
002140 S300-999-EXIT.
002150     EXIT.
002160*****************************************************************
002170*    S350-000-CHECK-AUTH - SIGN-ON AUTHORIZATION THROUGH THE    *
002180*    SHARED PDDS9003 ROUTINE, KEYED ON THE MOST SPECIFIC ITEM   *
002190*    THE CALL IS ABOUT                                          *
002200*****************************************************************
002210 S350-000-CHECK-AUTH.
002220     MOVE 'I'                    TO WK-9003-REQ-ACCESS-CD.
002230     MOVE WK-030-TRANID          TO WK-9003-TRAN-ID.
002240     EVALUATE TRUE
002250       WHEN CLHDCNTB-C-TCN-NUM NOT = SPACES
002260         MOVE CLHDCNTB-C-TCN-NUM TO WK-9003-KEY-TX
002270       WHEN CLHDCNTB-B-CRDHLDR-ID NOT = SPACES
002280         MOVE CLHDCNTB-B-CRDHLDR-ID TO WK-9003-KEY-TX
002290       WHEN OTHER
002300         MOVE CLHDCNTB-C-PROV-ID TO WK-9003-KEY-TX
002310     END-EVALUATE.
002320*    THE SIGNED-ON USER, NOT THE TERMINAL - THE CONTACT ROW MUST
002330*    NAME THE AGENT WHO TOOK THE CALL.
002340     EXEC CICS ASSIGN
002350         USERID(WK-9003-OPER-ID)
002360     END-EXEC.
002370     CALL 'PDDS9003' USING WK-9003-CALL-PARMS.
002380     IF WK-9003-ACCESS-DENIED
002390         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION - SEE SECURITY'
002400                                 TO MSGO
002410     END-IF.
002420 S350-999-EXIT.
002430     EXIT.
002440*****************************************************************
002450*    S400-000-LOG-CONTACT - EDIT THE SCREEN AND WRITE ONE       *
002460*    CONTACT ROW.  AFTER A GOOD SAVE THE KEYS STAY, THE CODES   *
002470*    AND NOTES CLEAR AND THE CLOCK RESTARTS FOR THE NEXT CALL.  *
002480*****************************************************************
002490 S400-000-LOG-CONTACT.
002500     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
002510     MOVE SPACES                 TO MSGO CLMO HISTO.
002520     MOVE TCNI                   TO CLHDCNTB-C-TCN-NUM.
002530     MOVE CRDIDI                 TO CLHDCNTB-B-CRDHLDR-ID.
002540     MOVE PROVIDI                TO CLHDCNTB-C-PROV-ID.
002550     IF CLHDCNTB-C-TCN-NUM = SPACES
002560      AND CLHDCNTB-B-CRDHLDR-ID = SPACES
002570      AND CLHDCNTB-C-PROV-ID = SPACES
002580         MOVE 'KEY THE TCN, CARDHOLDER OR PHARMACY CALLED ABOUT'
002590                                 TO MSGO
002600         GO TO S400-999-EXIT
002610     END-IF.
002620     IF CLHDCNTB-C-TCN-NUM NOT = SPACES
002630      AND CLHDCNTB-C-TCN-NUM NOT NUMERIC
002640         MOVE 'TCN MUST BE 15 DIGITS' TO MSGO
002650         GO TO S400-999-EXIT
002660     END-IF.
002670     PERFORM S350-000-CHECK-AUTH
002680         THRU S350-999-EXIT.
002690     IF WK-9003-ACCESS-DENIED
002700         GO TO S400-999-EXIT
002710     END-IF.
002720     IF WK-7599-BEG-TS = SPACES
002730         PERFORM S490-000-START-CALL
002740             THRU S490-999-EXIT
002750     END-IF.
002760     IF CLHDCNTB-C-TCN-NUM NOT = SPACES
002770         PERFORM S460-000-GET-CLAIM
002780             THRU S460-999-EXIT
002790         IF WW-000-EDIT-FAILED
002800             GO TO S400-999-EXIT
002810         END-IF
002820     END-IF.
002830     PERFORM S465-000-SHOW-KEYS
002840         THRU S465-999-EXIT.
002850     PERFORM S470-000-PRIOR-CONTACTS
002860         THRU S470-999-EXIT.
002870     PERFORM S430-000-EDIT-CODES
002880         THRU S430-999-EXIT.
002890     IF WW-000-EDIT-FAILED
002900         GO TO S400-999-EXIT
002910     END-IF.
002920     PERFORM S480-000-WRITE-CONTACT
002930         THRU S480-999-EXIT.
002940     IF WW-000-EDIT-FAILED
002950         GO TO S400-999-EXIT
002960     END-IF.
002970     MOVE CLHDCNTB-C-CNTCT-MIN-NUM TO WW-000-MINS-ED.
002980     STRING 'CONTACT LOGGED - ' WW-000-MINS-ED
002990            ' MIN.  SCREEN IS READY FOR THE NEXT CALL'
003000         DELIMITED BY SIZE INTO MSGO.
003010     MOVE SPACES                 TO CALLTYO RSNCDO RSLNCDO MINSO
003020                                    NOTE1O NOTE2O NOTE3O.
003030     MOVE WS-000-NOW-TS          TO WK-7599-BEG-TS.
003040     PERFORM S475-000-SHOW-SOURCE
003050         THRU S475-999-EXIT.
003060 S400-999-EXIT.
003070     EXIT.
003080*****************************************************************
003090*    S430-000-EDIT-CODES - CALLER TYPE, REASON AND RESOLUTION   *
003100*    MUST BE ON THE CLHDCNTB LISTS; A REFERRAL OR CALLBACK      *
003110*    NEEDS A NOTE SAYING WHAT IS OWED.  MINUTES ARE OPTIONAL,   *
003120*    1-999 WHEN KEYED.                                          *
003130*****************************************************************
003140 S430-000-EDIT-CODES.
003150     SET WW-000-EDIT-FAILED      TO TRUE.
003160     MOVE CALLTYI                TO CLHDCNTB-C-CALLER-TY-CD.
003170     MOVE RSNCDI                 TO CLHDCNTB-C-CNTCT-RSN-CD.
003180     MOVE RSLNCDI                TO CLHDCNTB-C-CNTCT-RSLN-CD.
003190     IF NOT CLHDCNTB-C-CALLER-VALID
003200         MOVE 'CALLER TYPE MUST BE P, M, R, C OR O' TO MSGO
003210         GO TO S430-999-EXIT
003220     END-IF.
003230     IF NOT CLHDCNTB-C-RSN-VALID
003240         MOVE 'REASON: DENY ELIG ACCM PAQS TXMT PYMT OTHR' TO MSGO
003250         GO TO S430-999-EXIT
003260     END-IF.
003270     IF NOT CLHDCNTB-C-RSLN-VALID
003280         MOVE 'RESOLUTION: RSLV RSUB OVRD REFR CBCK' TO MSGO
003290         GO TO S430-999-EXIT
003300     END-IF.
003310     IF (RSLNCDI = 'REFR' OR 'CBCK')
003320      AND NOTE1I = SPACES AND NOTE2I = SPACES
003330      AND NOTE3I = SPACES
003340         MOVE 'A REFERRAL OR CALLBACK NEEDS A NOTE' TO MSGO
003350         GO TO S430-999-EXIT
003360     END-IF.
003370     MOVE ZERO                   TO CLHDCNTB-C-CNTCT-MIN-NUM.
003380     IF MINSI NOT = SPACES
003390         MOVE SPACES             TO WW-000-MINS-RJ
003400         UNSTRING MINSI DELIMITED BY SPACE
003410             INTO WW-000-MINS-RJ
003420         INSPECT WW-000-MINS-RJ REPLACING LEADING SPACE BY ZERO
003430         IF WW-000-MINS-RJ NOT NUMERIC
003440          OR WW-000-MINS-9 = ZERO
003450             MOVE 'MINUTES MUST BE 1-999, OR BLANK FOR THE CLOCK'
003460                                 TO MSGO
003470             GO TO S430-999-EXIT
003480         END-IF
003490         MOVE WW-000-MINS-9      TO CLHDCNTB-C-CNTCT-MIN-NUM
003500     END-IF.
003510     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
003520 S430-999-EXIT.
003530     EXIT.
003540*****************************************************************
003550*    S460-000-GET-CLAIM - THE CLAIM THE CALL IS ABOUT, WITH ITS *
003560*    FIRST POSTED EXCEPTION.  A BLANK CARDHOLDER OR PHARMACY    *
003570*    IS FILLED FROM THE CLAIM.                                  *
003580*****************************************************************
003590 S460-000-GET-CLAIM.
003600     MOVE ZEROES                 TO WW-000-TCN-DSP.
003610     MOVE CLHDCNTB-C-TCN-NUM     TO WW-000-TCN-DSP (3:15).
003620     MOVE WW-000-TCN-DSP         TO WS-000-TCN-NUM.
003630     EXEC SQL
003640         SELECT A.C_HDR_SVC_FST_DT,
003650                A.C_BLNG_PROV_ID,
003660                A.C_HDR_STAT_CD,
003670                COALESCE(
003680                  (SELECT MIN(M.B_CRDHLDR_ID)
003690                     FROM R_MBR_ELIG_TB M
003700                    WHERE M.B_SYS_ID = A.B_SYS_ID), ' '),
003710                COALESCE(
003720                  (SELECT MIN(E.R_CLM_EXC_CD)
003730                     FROM C_LI_EXC_TB E
003740                    WHERE E.C_TCN_NUM = A.C_TCN_NUM), ' ')
003750           INTO :WS-000-SVC-DT,
003760                :WS-000-CLM-PROV-ID,
003770                :WS-000-STAT-CD,
003780                :WS-000-CLM-CRDHLDR-ID,
003790                :WS-000-FST-EXC-CD
003800           FROM C_LI_DRUG_TB A
003810          WHERE A.C_TCN_NUM = :WS-000-TCN-NUM
003820            AND ROWNUM = 1
003830     END-EXEC.
003840     EVALUATE SQLCODE
003850       WHEN 0
003860         CONTINUE
003870       WHEN 100
003880         SET WW-000-EDIT-FAILED  TO TRUE
003890         MOVE 'TCN NOT ON FILE' TO MSGO
003900         GO TO S460-999-EXIT
003910       WHEN OTHER
003920         PERFORM S900-000-SQL-ERROR
003930             THRU S900-999-EXIT
003940         GO TO S460-999-EXIT
003950     END-EVALUATE.
003960     IF CLHDCNTB-B-CRDHLDR-ID = SPACES
003970         MOVE WS-000-CLM-CRDHLDR-ID TO CLHDCNTB-B-CRDHLDR-ID
003980     END-IF.
003990     IF CLHDCNTB-C-PROV-ID = SPACES
004000         MOVE WS-000-CLM-PROV-ID TO CLHDCNTB-C-PROV-ID
004010     END-IF.
004020     STRING 'CLAIM SVC ' WS-000-SVC-DT
004030            '  STATUS ' WS-000-STAT-CD
004040            '  FIRST EXC ' WS-000-FST-EXC-CD
004050            '  PHM ' WS-000-CLM-PROV-ID
004060         DELIMITED BY SIZE INTO CLMO.
004070 S460-999-EXIT.
004080     EXIT.
004090*****************************************************************
004100*    S465-000-SHOW-KEYS - ECHO THE KEYS, KEEP THEM IN THE       *
004110*    COMMAREA.  AN INQUIRE-ONLY ROLE SEES THE CARDHOLDER ID     *
004120*    MASKED TO ITS LAST FOUR, AS ON PDDM7583.                   *
004130*****************************************************************
004140 S465-000-SHOW-KEYS.
004150     MOVE CLHDCNTB-C-TCN-NUM     TO TCNO WK-7599-TCN.
004160     MOVE CLHDCNTB-B-CRDHLDR-ID  TO CRDIDO WK-7599-CRDHLDR-ID.
004170     MOVE CLHDCNTB-C-PROV-ID     TO PROVIDO WK-7599-PROV-ID.
004180     IF WK-9003-HOLDS-INQUIRE-ONLY
004190      AND CLHDCNTB-B-CRDHLDR-ID NOT = SPACES
004200         MOVE ALL '*'            TO WW-000-MASKED-ID
004210         MOVE CLHDCNTB-B-CRDHLDR-ID (17:4)
004220                                 TO WW-000-MASKED-ID (17:4)
004230         MOVE WW-000-MASKED-ID   TO CRDIDO
004240     END-IF.
004250     PERFORM S475-000-SHOW-SOURCE
004260         THRU S475-999-EXIT.
004270 S465-999-EXIT.
004280     EXIT.
004290*****************************************************************
004300*    S470-000-PRIOR-CONTACTS - CALLS LOGGED IN THE LAST 30 DAYS *
004310*    FOR THE SAME PHARMACY, MEMBER AND CLAIM                    *
004320*****************************************************************
004330 S470-000-PRIOR-CONTACTS.
004340     EXEC SQL
004350         SELECT NVL(SUM(CASE WHEN C_PROV_ID = :CLHDCNTB-C-PROV-ID
004360                              AND C_PROV_ID <> ' '
004370                             THEN 1 ELSE 0 END), 0),
004380                NVL(SUM(CASE WHEN B_CRDHLDR_ID =
004390                                        :CLHDCNTB-B-CRDHLDR-ID
004400                              AND B_CRDHLDR_ID <> ' '
004410                             THEN 1 ELSE 0 END), 0),
004420                NVL(SUM(CASE WHEN C_TCN_NUM = :CLHDCNTB-C-TCN-NUM
004430                              AND C_TCN_NUM <> ' '
004440                             THEN 1 ELSE 0 END), 0)
004450           INTO :WS-000-PROV-CNT,
004460                :WS-000-MBR-CNT,
004470                :WS-000-TCN-CNT
004480           FROM C_HD_CNTCT_TB
004490          WHERE C_CNTCT_BEG_TS >=
004500                TO_CHAR(TRUNC(CURRENT_DATE) - 30, 'YYYY-MM-DD')
004510     END-EXEC.
004520     IF SQLCODE NOT = 0
004530         PERFORM S900-000-SQL-ERROR
004540             THRU S900-999-EXIT
004550         GO TO S470-999-EXIT
004560     END-IF.
004570     MOVE WS-000-PROV-CNT        TO WW-000-PROV-CNT-ED.
004580     MOVE WS-000-MBR-CNT         TO WW-000-MBR-CNT-ED.
004590     MOVE WS-000-TCN-CNT         TO WW-000-TCN-CNT-ED.
004600     STRING 'CONTACTS LAST 30 DAYS - PHARMACY ' WW-000-PROV-CNT-ED
004610            '  MEMBER ' WW-000-MBR-CNT-ED
004620            '  CLAIM ' WW-000-TCN-CNT-ED
004630         DELIMITED BY SIZE INTO HISTO.
004640 S470-999-EXIT.
004650     EXIT.
004660*****************************************************************
004670*    S475-000-SHOW-SOURCE - WHERE THE LOG WAS OPENED FROM AND   *
004680*    WHEN THE CALL CLOCK STARTED                                *
004690*****************************************************************
004700 S475-000-SHOW-SOURCE.
004710     MOVE SPACES                 TO SRCTXO.
004720     STRING 'OPENED FROM ' WK-7599-SRC-TRAN-ID
004730            ' - CALL TIMED FROM ' WK-7599-BEG-TS (12:8)
004740         DELIMITED BY SIZE INTO SRCTXO.
004750 S475-999-EXIT.
004760     EXIT.
004770*****************************************************************
004780*    S480-000-WRITE-CONTACT - ONE C_HD_CNTCT_TB ROW.  MINUTES   *
004790*    NOT KEYED ARE THE WHOLE MINUTES SINCE THE LOG OPENED, AT   *
004800*    LEAST ONE.                                                 *
004810*****************************************************************
004820 S480-000-WRITE-CONTACT.
004830     EXEC SQL
004840         SELECT TO_CHAR(CURRENT_TIMESTAMP,
004850                        'YYYY-MM-DD-HH24.MI.SS.FF6'),
004860                TRUNC((CURRENT_DATE -
004870                       TO_DATE(SUBSTR(:WK-7599-BEG-TS, 1, 19),
004880                               'YYYY-MM-DD-HH24.MI.SS')) * 1440)
004890           INTO :WS-000-NOW-TS,
004900                :WS-000-ELAPSED-MIN
004910           FROM DUAL
004920     END-EXEC.
004930     IF SQLCODE NOT = 0
004940         PERFORM S900-000-SQL-ERROR
004950             THRU S900-999-EXIT
004960         GO TO S480-999-EXIT
004970     END-IF.
004980     IF CLHDCNTB-C-CNTCT-MIN-NUM = ZERO
004990         IF WS-000-ELAPSED-MIN < 1
005000             MOVE 1              TO CLHDCNTB-C-CNTCT-MIN-NUM
005010         ELSE
005020             IF WS-000-ELAPSED-MIN > 999
005030                 MOVE 999        TO CLHDCNTB-C-CNTCT-MIN-NUM
005040             ELSE
005050                 MOVE WS-000-ELAPSED-MIN
005060                                 TO CLHDCNTB-C-CNTCT-MIN-NUM
005070             END-IF
005080         END-IF
005090     END-IF.
005100     MOVE WK-7599-BEG-TS         TO CLHDCNTB-C-CNTCT-BEG-TS.
005110     MOVE WS-000-NOW-TS          TO CLHDCNTB-C-CNTCT-END-TS.
005120     MOVE WK-9003-OPER-ID        TO CLHDCNTB-C-CNTCT-USER-ID.
005130     MOVE WK-7599-SRC-TRAN-ID    TO CLHDCNTB-C-SRC-TRAN-ID.
005140     MOVE SPACES                 TO CLHDCNTB-C-CNTCT-NOTE-TX.
005150     MOVE NOTE1I       TO CLHDCNTB-C-CNTCT-NOTE-TX (1:70).
005160     MOVE NOTE2I       TO CLHDCNTB-C-CNTCT-NOTE-TX (71:70).
005170     MOVE NOTE3I       TO CLHDCNTB-C-CNTCT-NOTE-TX (141:70).
005180     EXEC SQL
005190         INSERT INTO C_HD_CNTCT_TB
005200             (C_CNTCT_BEG_TS, C_CNTCT_USER_ID, C_CNTCT_END_TS,
005210              C_SRC_TRAN_ID, C_CALLER_TY_CD,
005220              C_CNTCT_RSN_CD, C_CNTCT_RSLN_CD,
005230              C_TCN_NUM, B_CRDHLDR_ID, C_PROV_ID,
005240              C_CNTCT_MIN_NUM, C_CNTCT_NOTE_TX)
005250         VALUES
005260             (:CLHDCNTB-C-CNTCT-BEG-TS,
005270              :CLHDCNTB-C-CNTCT-USER-ID,
005280              :CLHDCNTB-C-CNTCT-END-TS,
005290              :CLHDCNTB-C-SRC-TRAN-ID,
005300              :CLHDCNTB-C-CALLER-TY-CD,
005310              :CLHDCNTB-C-CNTCT-RSN-CD,
005320              :CLHDCNTB-C-CNTCT-RSLN-CD,
005330              :CLHDCNTB-C-TCN-NUM,
005340              :CLHDCNTB-B-CRDHLDR-ID,
005350              :CLHDCNTB-C-PROV-ID,
005360              :CLHDCNTB-C-CNTCT-MIN-NUM,
005370              :CLHDCNTB-C-CNTCT-NOTE-TX)
005380     END-EXEC.
005390     IF SQLCODE NOT = 0
005400         PERFORM S900-000-SQL-ERROR
005410             THRU S900-999-EXIT
005420     END-IF.
005430 S480-999-EXIT.
005440     EXIT.
005450*****************************************************************
005460*    S490-000-START-CALL - START THE CALL CLOCK                 *
005470*****************************************************************
005480 S490-000-START-CALL.
005490     EXEC SQL
005500         SELECT TO_CHAR(CURRENT_TIMESTAMP,
005510                        'YYYY-MM-DD-HH24.MI.SS.FF6')
005520           INTO :WK-7599-BEG-TS
005530           FROM DUAL
005540     END-EXEC.
005550     IF SQLCODE NOT = 0
005560         PERFORM S900-000-SQL-ERROR
005570             THRU S900-999-EXIT
005580     END-IF.
005590     PERFORM S475-000-SHOW-SOURCE
005600         THRU S475-999-EXIT.
005610 S490-999-EXIT.
005620     EXIT.
005630*****************************************************************
005640*    S800-000-SEND-MAP                                          *
005650*****************************************************************
005660 S800-000-SEND-MAP.
005670     EXEC CICS
005680         SEND MAP(WK-030-MAP-NAME)
005690              MAPSET(WK-030-MAPSET-NAME)
005700              FROM(PDDM777MO)
005710              ERASE
005720     END-EXEC.
005730 S800-999-EXIT.
005740     EXIT.
005750*****************************************************************
005760*    S900-000-SQL-ERROR - SHOW THE SQLCODE AND FAIL THE ACTION  *
005770*****************************************************************
005780 S900-000-SQL-ERROR.
005790     SET WW-000-EDIT-FAILED      TO TRUE.
005800     MOVE SPACES                 TO MSGO.
005810     MOVE SQLCODE                TO WW-000-SQLCODE-DSP.
005820     STRING 'SQL ERROR - SQLCODE ' WW-000-SQLCODE-DSP
005830         DELIMITED BY SIZE INTO MSGO.
005840 S900-999-EXIT.
005850     EXIT.
