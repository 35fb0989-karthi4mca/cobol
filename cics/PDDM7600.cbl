000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PDDM7600.
000030 AUTHOR.        ACS GOVERMENT HEALTHCARE.
000040 DATE-COMPILED.
000050*REMARKS.
000060*****************************************************************
000070*                                                               *
000080*@ PROGRAM-ID: PDDM7600                                         *
000090*@ TITLE: PRIVACY EXCEPTION DISPOSITION SCREEN                  *
000100*                                                               *
000110*****************************************************************
000120*                                                               *
000130*?  I. PROGRAM ABSTRACT                                         *
000140*+                                                              *
000150*+  PSEUDO-CONVERSATIONAL CICS TRANSACTION (TRANID W778), IN    *
000160*+  THE STYLE OF PDDM7590, FOR THE PRIVACY OFFICER TO CLOSE     *
000170*+  THE FLAGS THE DAILY ACCESS SCORING JOB (PDDB0045) RAISES ON *
000180*+  C_PRIV_EXC_TB.  INQUIRY SHOWS A FLAG BY NUMBER - OR, WITH   *
000190*+  NO NUMBER KEYED, THE OLDEST ONE STILL OPEN - WITH THE       *
000200*+  OPERATOR, THE DAY, THE FLAG TYPE, THE MEMBER AND SCREEN     *
000210*+  BEHIND IT, THE VIEWS AGAINST THE OPERATOR'S BASELINE AND    *
000220*+  THE DAYS IT HAS BEEN OPEN.  A DISPOSITION - L BUSINESS      *
000230*+  NEED, F FALSE POSITIVE, E EMPLOYEE COUNSELED, R REFERRED -  *
000240*+  WITH A NOTE CLOSES THE FLAG UNDER THE OFFICER'S ID AND THE  *
000250*+  TIME; A CLOSED FLAG IS NOT REOPENED.  NOBODY CLOSES A FLAG  *
000260*+  ON THEIR OWN ACCESS.  DISPOSITIONS NEED THE UPDATE ROLE AND *
000270*+  INQUIRY THE INQUIRE ROLE (PDDS9003).  THE MEMBER ID IS      *
000280*+  MASKED TO ITS LAST FOUR FOR AN INQUIRE-ONLY ROLE.           *
000290*+                                                              *
000300*****************************************************************
000310*+                                                              *
000320*+ II. INPUT/OUTPUT MATRIX                                      *
000330*+                                                              *
000340*+     I/O              TITLE                           ID      *
000350*+     ---   ------------------------------------  ----------   *
000360*+      I/O   C_PRIV_EXC_TB                         CLPVEXTB    *
000370*+      I/O   PDDM778M MAP (MAPSET PDDM778M)        PDDM778M    *
000380*****************************************************************
000390*+                                                              *
000400*+ IV. CSR CHANGE LOG.                                          *
000410*                                                               *
000420*           -----------  CSR CHANGES  -----------               *
000430*                                                               *
000440*  CSR    CHANGE      ANALYST      DESCRIPTION OF CHANGE        *
000450*  NBR     DATE        NAME                                     *
000460*                                                               *
000470*---------------------------------------------------------------*
000480* CR4226   10/15/26  ACS       NEW PROGRAM.  PRIVACY EXCEPTION  *
000490*                              DISPOSITION - CLOSE A SCREEN     *
000500*                              ACCESS FLAG WITH A CODE AND A    *
000510*                              NOTE.                            *
000520*****************************************************************
000530
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 DATA DIVISION.
000570 WORKING-STORAGE SECTION.
000580
000590 01  WK-030-MISC-CONSTANTS.
000600     05  WK-030-PROGRAM-NAME     PIC X(08)      VALUE 'PDDM7600'.
000610     05  WK-030-MAPSET-NAME      PIC X(08)      VALUE 'PDDM778M'.
000620     05  WK-030-MAP-NAME         PIC X(08)      VALUE 'PDDM778S'.
000630     05  WK-030-TRANID           PIC X(04)      VALUE 'W778'.
000640
000650 01  WW-000-WORK-AREA.
000660     05  WW-000-EDIT-FAIL-SW      PIC X(01) VALUE 'N'.
000670         88  WW-000-EDIT-FAILED   VALUE 'Y'.
000680     05  WW-000-NUM-RJ            PIC X(11) JUSTIFIED RIGHT.
000690     05  WW-000-NUM-9 REDEFINES WW-000-NUM-RJ
000700                                  PIC 9(11).
000710     05  WW-000-NUM-DSP           PIC Z(10)9.
000720     05  WW-000-CNT-DSP           PIC Z(06)9.
000730     05  WW-000-BASE-DSP          PIC ZZ,ZZ9.9.
000740     05  WW-000-DAYS-DSP          PIC Z(04)9.
000750     05  WW-000-MASKED-ID         PIC X(20).
000760     05  WW-000-STAT-LINE         PIC X(75).
000770
000780     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
000790     COPY CLPVEXTB.
000800 01  WS-000-SQL-WORK-AREA.
000810     05  WS-000-DAYS-OPEN         PIC S9(09) COMP.
000820     EXEC SQL END DECLARE SECTION END-EXEC.
000830 01  WW-000-SQLCODE-DSP           PIC -(8)9.
000840
000850     EXEC SQL INCLUDE SQLCA END-EXEC.
000860
000870*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
000880*    ROLE CHECK - A DISPOSITION NEEDS THE UPDATE ROLE, INQUIRY
000890*    THE INQUIRE ROLE.
000900     COPY WKC90030.
000910*
000920 01  WC-000-COMMAREA-WS.
000930     05  WC-000-LAST-ACTCD        PIC X(01).
000940
000950 LINKAGE SECTION.
000960 01  DFHCOMMAREA.
000970     05  PDDM7600-LAST-ACTCD      PIC X(01).
000980
000990     COPY PDDM778M.
001000*****************************************************************
001010*    PROCEDURE DIVISION                                        *
001020*****************************************************************
001030 PROCEDURE DIVISION.
001040*****************************************************************
001050*    S100-000-MAINLINE - FIRST-TIME VS. RETURN DISPATCH         *
001060*****************************************************************
001070 S100-000-MAINLINE.
001080     IF EIBCALEN = 0
001090         PERFORM S200-000-INIT-SCREEN
001100             THRU S200-999-EXIT
001110     ELSE
001120         MOVE DFHCOMMAREA        TO WC-000-COMMAREA-WS
001130         PERFORM S300-000-RECEIVE-MAP
001140             THRU S300-999-EXIT
001150         PERFORM S400-000-PROCESS-ACTION
001160             THRU S400-999-EXIT
001170     END-IF.
001180     PERFORM S800-000-SEND-MAP
001190         THRU S800-999-EXIT.
001200     MOVE WC-000-LAST-ACTCD      TO PDDM7600-LAST-ACTCD.
001210     EXEC CICS
001220         RETURN TRANSID(WK-030-TRANID)
001230                COMMAREA(DFHCOMMAREA)
001240     END-EXEC.
001250     GOBACK.
001260*****************************************************************
001270*    S200-000-INIT-SCREEN                                       *
001280*****************************************************************
001290 S200-000-INIT-SCREEN.
001300     MOVE LOW-VALUES             TO PDDM778MO.
001310     MOVE SPACES                 TO WC-000-LAST-ACTCD.
001320     MOVE 'ENTER AN ACTION (I/D/C) - BLANK NUMBER ON I FOR OLDEST'
001330                                 TO MSGO.
001340 S200-999-EXIT.
001350     EXIT.
001360*****************************************************************
001370*    S300-000-RECEIVE-MAP - FIELDS THE OPERATOR DID NOT TOUCH   *
001380*    COME BACK AS LOW-VALUES AND ARE BLANKED FOR THE EDITS      *
001390*****************************************************************
001400 S300-000-RECEIVE-MAP.
001410     EXEC CICS
001420         RECEIVE MAP(WK-030-MAP-NAME)
001430                 MAPSET(WK-030-MAPSET-NAME)
001440                 INTO(PDDM778MI)
001450     END-EXEC.
001460     INSPECT EXCNUMI  REPLACING ALL LOW-VALUE BY SPACE.
001470     INSPECT DISPCDI  REPLACING ALL LOW-VALUE BY SPACE.
001480     INSPECT NOTEI    REPLACING ALL LOW-VALUE BY SPACE.
001490     INSPECT ACTCDI   REPLACING ALL LOW-VALUE BY SPACE.
001500 S300-999-EXIT.
001510     EXIT.
001520*****************************************************************
001530*    S400-000-PROCESS-ACTION - AUTHORIZE AND ROUTE ON ACTCD     *
001540*****************************************************************
001550 S400-000-PROCESS-ACTION.
001560     MOVE SPACES                 TO MSGO.
001570     IF ACTCDI NOT = 'I' AND 'D' AND 'C'
001580         MOVE 'INVALID ACTION - MUST BE I, D OR C' TO MSGO
001590         GO TO S400-999-EXIT
001600     END-IF.
001610     IF ACTCDI = 'C'
001620         PERFORM S200-000-INIT-SCREEN
001630             THRU S200-999-EXIT
001640         GO TO S400-999-EXIT
001650     END-IF.
001660     IF ACTCDI = 'I'
001670         MOVE 'I'                TO WK-9003-REQ-ACCESS-CD
001680     ELSE
001690         MOVE 'U'                TO WK-9003-REQ-ACCESS-CD
001700     END-IF.
001710     MOVE EXCNUMI                TO WK-9003-KEY-TX.
001720*    THE SIGNED-ON USER, NOT THE TERMINAL - THE DISPOSITION MUST
001730*    NAME THE PERSON WHO CLOSED THE FLAG.
001740     EXEC CICS ASSIGN
001750         USERID(WK-9003-OPER-ID)
001760     END-EXEC.
001770     MOVE WK-030-TRANID          TO WK-9003-TRAN-ID.
001780     CALL 'PDDS9003' USING WK-9003-CALL-PARMS.
001790     IF WK-9003-ACCESS-DENIED
001800         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION - SEE SECURITY'
001810                                 TO MSGO
001820         GO TO S400-999-EXIT
001830     END-IF.
001840     IF ACTCDI = 'I'
001850      AND EXCNUMI = SPACES
001860         MOVE ZERO               TO CLPVEXTB-C-PRIV-EXC-NUM
001870     ELSE
001880         MOVE SPACES             TO WW-000-NUM-RJ
001890         UNSTRING EXCNUMI DELIMITED BY SPACE
001900             INTO WW-000-NUM-RJ
001910         INSPECT WW-000-NUM-RJ REPLACING LEADING SPACE BY ZERO
001920         IF WW-000-NUM-RJ NOT NUMERIC
001930          OR WW-000-NUM-9 = ZERO
001940             MOVE 'FLAG NUMBER MUST BE NUMERIC' TO MSGO
001950             GO TO S400-999-EXIT
001960         END-IF
001970         MOVE WW-000-NUM-9       TO CLPVEXTB-C-PRIV-EXC-NUM
001980     END-IF.
001990     EVALUATE ACTCDI
002000         WHEN 'I'
002010             PERFORM S450-000-INQUIRE-FLAG
002020                 THRU S450-999-EXIT
002030         WHEN 'D'
002040             PERFORM S420-000-DISPOSITION
002050                 THRU S420-999-EXIT
002060     END-EVALUATE.
002070     MOVE ACTCDI                 TO WC-000-LAST-ACTCD.
002080 S400-999-EXIT.
002090     EXIT.
002100*****************************************************************
002110*    S420-000-DISPOSITION - CLOSE AN OPEN FLAG.  THE CODE MUST  *
002120*    BE ON THE CLPVEXTB LIST AND A NOTE IS ALWAYS REQUIRED -    *
002130*    THE NOTE IS WHAT THE PRIVACY AUDIT READS.                  *
002140*****************************************************************
002150 S420-000-DISPOSITION.
002160     MOVE DISPCDI                TO CLPVEXTB-C-DISP-CD.
002170     IF NOT CLPVEXTB-C-DISP-VALID
002180         MOVE 'DISPOSITION MUST BE L, F, E OR R' TO MSGO
002190         GO TO S420-999-EXIT
002200     END-IF.
002210     IF NOTEI = SPACES
002220         MOVE 'A NOTE IS REQUIRED TO CLOSE A FLAG' TO MSGO
002230         GO TO S420-999-EXIT
002240     END-IF.
002250     PERFORM S465-000-READ-FLAG
002260         THRU S465-999-EXIT.
002270     IF WW-000-EDIT-FAILED
002280         GO TO S420-999-EXIT
002290     END-IF.
002300     PERFORM S455-000-SHOW-FLAG
002310         THRU S455-999-EXIT.
002320     IF NOT CLPVEXTB-C-DISP-OPEN
002330         MOVE 'FLAG ALREADY CLOSED - NO CHANGE MADE' TO MSGO
002340         GO TO S420-999-EXIT
002350     END-IF.
002360     IF CLPVEXTB-C-OPER-ID = WK-9003-OPER-ID
002370         MOVE 'CANNOT CLOSE A FLAG ON YOUR OWN ACCESS'
002380                                 TO MSGO
002390         GO TO S420-999-EXIT
002400     END-IF.
002410     MOVE DISPCDI                TO CLPVEXTB-C-DISP-CD.
002420     MOVE NOTEI                  TO CLPVEXTB-C-DISP-NOTE-TX.
002430     MOVE WK-9003-OPER-ID        TO CLPVEXTB-C-DISP-USER-ID.
002440     EXEC SQL
002450         UPDATE C_PRIV_EXC_TB
002460            SET C_DISP_CD      = :CLPVEXTB-C-DISP-CD,
002470                C_DISP_USER_ID = :CLPVEXTB-C-DISP-USER-ID,
002480                C_DISP_TS      =
002490                    TO_CHAR(CURRENT_TIMESTAMP,
002500                            'YYYY-MM-DD-HH24.MI.SS.FF6'),
002510                C_DISP_NOTE_TX = :CLPVEXTB-C-DISP-NOTE-TX
002520          WHERE C_PRIV_EXC_NUM = :CLPVEXTB-C-PRIV-EXC-NUM
002530            AND C_DISP_CD      = ' '
002540     END-EXEC.
002550     EVALUATE SQLCODE
002560       WHEN 0
002570         CONTINUE
002580       WHEN 100
002590         MOVE 'FLAG CLOSED BY ANOTHER USER - NO CHANGE MADE'
002600                                 TO MSGO
002610         GO TO S420-999-EXIT
002620       WHEN OTHER
002630         PERFORM S900-000-SQL-ERROR
002640             THRU S900-999-EXIT
002650         GO TO S420-999-EXIT
002660     END-EVALUATE.
002670     PERFORM S465-000-READ-FLAG
002680         THRU S465-999-EXIT.
002690     IF WW-000-EDIT-FAILED
002700         GO TO S420-999-EXIT
002710     END-IF.
002720     PERFORM S455-000-SHOW-FLAG
002730         THRU S455-999-EXIT.
002740     MOVE 'FLAG CLOSED - DISPOSITION RECORDED' TO MSGO.
002750 S420-999-EXIT.
002760     EXIT.
002770*****************************************************************
002780*    S450-000-INQUIRE-FLAG - ONE FLAG BY NUMBER, OR THE OLDEST  *
002790*    STILL OPEN WHEN NO NUMBER IS KEYED                         *
002800*****************************************************************
002810 S450-000-INQUIRE-FLAG.
002820     IF CLPVEXTB-C-PRIV-EXC-NUM = ZERO
002830         EXEC SQL
002840             SELECT MIN(C_PRIV_EXC_NUM)
002850               INTO :CLPVEXTB-C-PRIV-EXC-NUM
002860               FROM C_PRIV_EXC_TB
002870              WHERE C_DISP_CD = ' '
002880                AND C_ACC_DT =
002890                    (SELECT MIN(C_ACC_DT)
002900                       FROM C_PRIV_EXC_TB
002910                      WHERE C_DISP_CD = ' ')
002920         END-EXEC
002930         IF SQLCODE NOT = 0
002940             PERFORM S900-000-SQL-ERROR
002950                 THRU S900-999-EXIT
002960             GO TO S450-999-EXIT
002970         END-IF
002980         IF CLPVEXTB-C-PRIV-EXC-NUM = ZERO
002990             MOVE 'NO PRIVACY FLAGS OPEN' TO MSGO
003000             GO TO S450-999-EXIT
003010         END-IF
003020     END-IF.
003030     PERFORM S465-000-READ-FLAG
003040         THRU S465-999-EXIT.
003050     IF WW-000-EDIT-FAILED
003060         GO TO S450-999-EXIT
003070     END-IF.
003080     PERFORM S455-000-SHOW-FLAG
003090         THRU S455-999-EXIT.
003100     IF CLPVEXTB-C-DISP-OPEN
003110         MOVE 'FLAG OPEN - KEY DISPOSITION AND NOTE, ACTION D'
003120                                 TO MSGO
003130     ELSE
003140         MOVE 'FLAG ALREADY CLOSED - SEE STATUS LINE' TO MSGO
003150     END-IF.
003160 S450-999-EXIT.
003170     EXIT.
003180*****************************************************************
003190*    S455-000-SHOW-FLAG - FORMAT THE FLAG ONTO THE SCREEN.  AN  *
003200*    INQUIRE-ONLY ROLE SEES THE MEMBER ID MASKED TO ITS LAST    *
003210*    FOUR, AS ON PDDM7583.                                      *
003220*****************************************************************
003230 S455-000-SHOW-FLAG.
003240     MOVE CLPVEXTB-C-PRIV-EXC-NUM TO WW-000-NUM-DSP.
003250     MOVE WW-000-NUM-DSP         TO EXCNUMO.
003260     MOVE CLPVEXTB-C-OPER-ID     TO OPERO.
003270     MOVE CLPVEXTB-C-ACC-DT      TO ACCDTO.
003280     EVALUATE CLPVEXTB-C-FLAG-TY-CD ALSO CLPVEXTB-C-WATCH-TY-CD
003290       WHEN 'V' ALSO ANY
003300         MOVE 'HIGH VOLUME'      TO FLAGTYO
003310       WHEN 'H' ALSO ANY
003320         MOVE 'AFTER HOURS'      TO FLAGTYO
003330       WHEN 'W' ALSO 'E'
003340         MOVE 'WATCH-EMPLOYEE'   TO FLAGTYO
003350       WHEN 'W' ALSO 'V'
003360         MOVE 'WATCH-VIP'        TO FLAGTYO
003370       WHEN 'W' ALSO 'P'
003380         MOVE 'WATCH-PROTECTED'  TO FLAGTYO
003390       WHEN 'W' ALSO ANY
003400         MOVE 'WATCH LIST'       TO FLAGTYO
003410       WHEN 'N' ALSO ANY
003420         MOVE 'NO BUS REASON'    TO FLAGTYO
003430       WHEN OTHER
003440         MOVE CLPVEXTB-C-FLAG-TY-CD TO FLAGTYO
003450     END-EVALUATE.
003460     IF WK-9003-REQ-ACCESS-CD = 'I'
003470      AND CLPVEXTB-B-CRDHLDR-ID NOT = SPACES
003480         MOVE ALL '*'            TO WW-000-MASKED-ID
003490         MOVE CLPVEXTB-B-CRDHLDR-ID (17:4)
003500                                 TO WW-000-MASKED-ID (17:4)
003510         MOVE WW-000-MASKED-ID   TO MBRO
003520     ELSE
003530         MOVE CLPVEXTB-B-CRDHLDR-ID TO MBRO
003540     END-IF.
003550     MOVE CLPVEXTB-C-TRAN-ID     TO TRANO.
003560     MOVE CLPVEXTB-C-KEY-TX      TO KEYTXO.
003570     MOVE CLPVEXTB-C-ACC-CNT     TO WW-000-CNT-DSP.
003580     MOVE WW-000-CNT-DSP         TO VIEWSO.
003590     MOVE CLPVEXTB-C-BASE-AVG-AMT TO WW-000-BASE-DSP.
003600     MOVE WW-000-BASE-DSP        TO BASEO.
003610     MOVE CLPVEXTB-C-FRST-ACC-TS TO FRSTTSO.
003620     MOVE WS-000-DAYS-OPEN       TO WW-000-DAYS-DSP.
003630     MOVE WW-000-DAYS-DSP        TO AGEO.
003640     MOVE CLPVEXTB-C-DISP-CD     TO DISPCDO.
003650     MOVE CLPVEXTB-C-DISP-NOTE-TX TO NOTEO.
003660     MOVE SPACES                 TO WW-000-STAT-LINE.
003670     IF CLPVEXTB-C-DISP-OPEN
003680         MOVE 'OPEN'             TO WW-000-STAT-LINE
003690     ELSE
003700         STRING 'CLOSED ' CLPVEXTB-C-DISP-CD
003710                ' BY ' CLPVEXTB-C-DISP-USER-ID
003720                ' AT ' CLPVEXTB-C-DISP-TS
003730             DELIMITED BY SIZE INTO WW-000-STAT-LINE
003740     END-IF.
003750     MOVE WW-000-STAT-LINE       TO STATO.
003760 S455-999-EXIT.
003770     EXIT.
003780*****************************************************************
003790*    S465-000-READ-FLAG - THE FLAG ROW AND ITS DAYS OPEN (TO    *
003800*    THE DISPOSITION ONCE CLOSED)                               *
003810*****************************************************************
003820 S465-000-READ-FLAG.
003830     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
003840     EXEC SQL
003850         SELECT C_ACC_DT, C_OPER_ID, C_FLAG_TY_CD, C_TRAN_ID,
003860                C_KEY_TX, C_FRST_ACC_TS, B_CRDHLDR_ID,
003870                C_WATCH_TY_CD, C_ACC_CNT, C_BASE_AVG_AMT,
003880                C_CRT_TS, C_DISP_CD, C_DISP_USER_ID, C_DISP_TS,
003890                C_DISP_NOTE_TX,
003900                TRUNC(CASE WHEN C_DISP_CD = ' '
003910                           THEN CURRENT_DATE
003920                           ELSE TO_DATE(SUBSTR(C_DISP_TS, 1, 10),
003930                                        'YYYY-MM-DD')
003940                      END) -
003950                    TO_DATE(SUBSTR(C_CRT_TS, 1, 10), 'YYYY-MM-DD')
003960           INTO :CLPVEXTB-C-ACC-DT,
003970                :CLPVEXTB-C-OPER-ID,
003980                :CLPVEXTB-C-FLAG-TY-CD,
003990                :CLPVEXTB-C-TRAN-ID,
004000                :CLPVEXTB-C-KEY-TX,
004010                :CLPVEXTB-C-FRST-ACC-TS,
004020                :CLPVEXTB-B-CRDHLDR-ID,
004030                :CLPVEXTB-C-WATCH-TY-CD,
004040                :CLPVEXTB-C-ACC-CNT,
004050                :CLPVEXTB-C-BASE-AVG-AMT,
004060                :CLPVEXTB-C-CRT-TS,
004070                :CLPVEXTB-C-DISP-CD,
004080                :CLPVEXTB-C-DISP-USER-ID,
004090                :CLPVEXTB-C-DISP-TS,
004100                :CLPVEXTB-C-DISP-NOTE-TX,
004110                :WS-000-DAYS-OPEN
004120           FROM C_PRIV_EXC_TB
004130          WHERE C_PRIV_EXC_NUM = :CLPVEXTB-C-PRIV-EXC-NUM
004140     END-EXEC.
004150     EVALUATE SQLCODE
004160       WHEN 0
004170         CONTINUE
004180       WHEN 100
004190         SET WW-000-EDIT-FAILED TO TRUE
004200         MOVE 'FLAG NUMBER NOT ON FILE' TO MSGO
004210       WHEN OTHER
004220         SET WW-000-EDIT-FAILED TO TRUE
004230         PERFORM S900-000-SQL-ERROR
004240             THRU S900-999-EXIT
004250     END-EVALUATE.
004260 S465-999-EXIT.
004270     EXIT.
004280*****************************************************************
004290*    S800-000-SEND-MAP                                          *
004300*****************************************************************
004310 S800-000-SEND-MAP.
004320     EXEC CICS
004330         SEND MAP(WK-030-MAP-NAME)
004340              MAPSET(WK-030-MAPSET-NAME)
004350              FROM(PDDM778MO)
004360              ERASE
004370     END-EXEC.
004380 S800-999-EXIT.
004390     EXIT.
004400*****************************************************************
004410*    S900-000-SQL-ERROR                                         *
004420*****************************************************************
004430 S900-000-SQL-ERROR.
004440     MOVE SPACES                 TO MSGO.
004450     MOVE SQLCODE                TO WW-000-SQLCODE-DSP.
004460     STRING 'SQL ERROR - SQLCODE ' WW-000-SQLCODE-DSP
004470         DELIMITED BY SIZE INTO MSGO.
004480 S900-999-EXIT.
004490     EXIT.
