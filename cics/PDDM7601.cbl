000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PDDM7601.
000030 AUTHOR.        ACS GOVERMENT HEALTHCARE.
000040 DATE-COMPILED.
000050*REMARKS.
000060*****************************************************************
000070*                                                               *
000080*@ PROGRAM-ID: PDDM7601                                         *
000090*@ TITLE: INBOUND FEED RELEASE SCREEN                           *
000100*                                                               *
000110*****************************************************************
000120*                                                               *
000130*?  I. PROGRAM ABSTRACT                                         *
000140*+                                                              *
000150*+  PSEUDO-CONVERSATIONAL CICS TRANSACTION (TRANID W779), IN    *
000160*+  THE STYLE OF PDDM7600, FOR THE SUPERVISOR TO RELEASE AN     *
000170*+  INBOUND FEED FILE HELD BY THE PRE-LOAD GATE (PDDB0051) ON   *
000180*+  G_FEED_LOAD_TB.  INQUIRY SHOWS A FILE BY FEED AND SEQUENCE  *
000190*+  - OR, WITH NO SEQUENCE KEYED, THE OLDEST FILE STILL HELD ON *
000200*+  THE FEED (ANY FEED WHEN NONE IS KEYED) - WITH ITS DATES,    *
000210*+  ITS DETAIL, ADD, CHANGE AND TERM COUNTS AGAINST THE 30-DAY  *
000220*+  AVERAGES, THE NUMBER OF BREACHES AND THE FIRST OF THEM.  A  *
000230*+  RELEASE WITH A NOTE RECORDS THE SUPERVISOR'S ID, THE TIME   *
000240*+  AND THE NOTE AS THE APPROVAL AND MARKS THE FILE RELEASED;   *
000250*+  THE GATE PASSES IT TO THE LOAD WHEN THE JOB IS RUN AGAIN    *
000260*+  WITH THE SAME FILE.  ONLY A HELD FILE IS RELEASED.          *
000270*+  RELEASES NEED THE UPDATE ROLE AND INQUIRY THE INQUIRE ROLE  *
000280*+  (PDDS9003).                                                 *
000290*+                                                              *
000300*****************************************************************
000310*+                                                              *
000320*+ II. INPUT/OUTPUT MATRIX                                      *
000330*+                                                              *
000340*+     I/O              TITLE                           ID      *
000350*+     ---   ------------------------------------  ----------   *
000360*+      I/O   G_FEED_LOAD_TB                        GLFDLDTB    *
000370*+      I/O   PDDM779M MAP (MAPSET PDDM779M)        PDDM779M    *
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
000480* CR4232   10/15/26  ACS       NEW PROGRAM.  INBOUND FEED       *
000490*                              RELEASE - A SUPERVISOR RELEASES  *
000500*                              A FILE HELD BY THE PRE-LOAD      *
000510*                              GATE WITH A RECORDED APPROVAL.   *
000520*****************************************************************
000530
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 DATA DIVISION.
000570 WORKING-STORAGE SECTION.
000580
000590 01  WK-030-MISC-CONSTANTS.
000600     05  WK-030-PROGRAM-NAME     PIC X(08)      VALUE 'PDDM7601'.
000610     05  WK-030-MAPSET-NAME      PIC X(08)      VALUE 'PDDM779M'.
000620     05  WK-030-MAP-NAME         PIC X(08)      VALUE 'PDDM779S'.
000630     05  WK-030-TRANID           PIC X(04)      VALUE 'W779'.
000640
000650 01  WW-000-WORK-AREA.
000660     05  WW-000-EDIT-FAIL-SW      PIC X(01) VALUE 'N'.
000670         88  WW-000-EDIT-FAILED   VALUE 'Y'.
000680     05  WW-000-FEED-TY-CD        PIC X(04).
000690         88  WW-000-FEED-KNOWN    VALUE 'ENRL' 'CMPD' 'SANC'
000700                                        'HSPC' 'LTCR'.
000710     05  WW-000-NUM-RJ            PIC X(09) JUSTIFIED RIGHT.
000720     05  WW-000-NUM-9 REDEFINES WW-000-NUM-RJ
000730                                  PIC 9(09).
000740     05  WW-000-NUM-DSP           PIC Z(08)9.
000750     05  WW-000-CNT-DSP           PIC ZZZ,ZZZ,ZZ9.
000760     05  WW-000-AVG-DSP           PIC ZZZ,ZZZ,ZZ9.9.
000770     05  WW-000-BRCH-DSP          PIC ZZZZ9.
000780     05  WW-000-STAT-LINE         PIC X(75).
000790
000800     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
000810     COPY GLFDLDTB.
000820     EXEC SQL END DECLARE SECTION END-EXEC.
000830 01  WW-000-SQLCODE-DSP           PIC -(8)9.
000840
000850     EXEC SQL INCLUDE SQLCA END-EXEC.
000860
000870*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
000880*    ROLE CHECK - A RELEASE NEEDS THE UPDATE ROLE, INQUIRY THE
000890*    INQUIRE ROLE.
000900     COPY WKC90030.
000910*
000920 01  WC-000-COMMAREA-WS.
000930     05  WC-000-LAST-ACTCD        PIC X(01).
000940
000950 LINKAGE SECTION.
000960 01  DFHCOMMAREA.
000970     05  PDDM7601-LAST-ACTCD      PIC X(01).
000980
000990     COPY PDDM779M.
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
001200     MOVE WC-000-LAST-ACTCD      TO PDDM7601-LAST-ACTCD.
001210     EXEC CICS
001220         RETURN TRANSID(WK-030-TRANID)
001230                COMMAREA(DFHCOMMAREA)
001240     END-EXEC.
001250     GOBACK.
001260*****************************************************************
001270*    S200-000-INIT-SCREEN                                       *
001280*****************************************************************
001290 S200-000-INIT-SCREEN.
001300     MOVE LOW-VALUES             TO PDDM779MO.
001310     MOVE SPACES                 TO WC-000-LAST-ACTCD.
001320     MOVE 'ENTER AN ACTION (I/R/C) - NO SEQUENCE ON I FOR OLDEST'
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
001440                 INTO(PDDM779MI)
001450     END-EXEC.
001460     INSPECT FEEDTYI  REPLACING ALL LOW-VALUE BY SPACE.
001470     INSPECT SEQNUMI  REPLACING ALL LOW-VALUE BY SPACE.
001480     INSPECT NOTEI    REPLACING ALL LOW-VALUE BY SPACE.
001490     INSPECT ACTCDI   REPLACING ALL LOW-VALUE BY SPACE.
001500 S300-999-EXIT.
001510     EXIT.
001520*****************************************************************
001530*    S400-000-PROCESS-ACTION - AUTHORIZE AND ROUTE ON ACTCD     *
001540*****************************************************************
001550 S400-000-PROCESS-ACTION.
001560     MOVE SPACES                 TO MSGO.
001570     IF ACTCDI NOT = 'I' AND 'R' AND 'C'
001580         MOVE 'INVALID ACTION - MUST BE I, R OR C' TO MSGO
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
001710     MOVE SPACES                 TO WK-9003-KEY-TX.
001720     STRING FEEDTYI ' ' SEQNUMI
001730         DELIMITED BY SIZE INTO WK-9003-KEY-TX.
001740*    THE SIGNED-ON USER, NOT THE TERMINAL - THE APPROVAL MUST
001750*    NAME THE PERSON WHO RELEASED THE FILE.
001760     EXEC CICS ASSIGN
001770         USERID(WK-9003-OPER-ID)
001780     END-EXEC.
001790     MOVE WK-030-TRANID          TO WK-9003-TRAN-ID.
001800     CALL 'PDDS9003' USING WK-9003-CALL-PARMS.
001810     IF WK-9003-ACCESS-DENIED
001820         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION - SEE SECURITY'
001830                                 TO MSGO
001840         GO TO S400-999-EXIT
001850     END-IF.
001860     MOVE FEEDTYI                TO WW-000-FEED-TY-CD.
001870     IF ACTCDI = 'I'
001880      AND FEEDTYI = SPACES
001890      AND SEQNUMI = SPACES
001900         CONTINUE
001910     ELSE
001920         IF NOT WW-000-FEED-KNOWN
001930             MOVE 'FEED MUST BE ENRL, CMPD, SANC, HSPC OR LTCR'
001940                                 TO MSGO
001950             GO TO S400-999-EXIT
001960         END-IF
001970     END-IF.
001980     MOVE FEEDTYI                TO GLFDLDTB-G-FEED-TY-CD.
001990     IF ACTCDI = 'I'
002000      AND SEQNUMI = SPACES
002010         MOVE ZERO               TO GLFDLDTB-G-FILE-SEQ-NUM
002020     ELSE
002030         MOVE SPACES             TO WW-000-NUM-RJ
002040         UNSTRING SEQNUMI DELIMITED BY SPACE
002050             INTO WW-000-NUM-RJ
002060         INSPECT WW-000-NUM-RJ REPLACING LEADING SPACE BY ZERO
002070         IF WW-000-NUM-RJ NOT NUMERIC
002080          OR WW-000-NUM-9 = ZERO
002090             MOVE 'FILE SEQUENCE MUST BE NUMERIC' TO MSGO
002100             GO TO S400-999-EXIT
002110         END-IF
002120         MOVE WW-000-NUM-9       TO GLFDLDTB-G-FILE-SEQ-NUM
002130     END-IF.
002140     EVALUATE ACTCDI
002150         WHEN 'I'
002160             PERFORM S450-000-INQUIRE-FILE
002170                 THRU S450-999-EXIT
002180         WHEN 'R'
002190             PERFORM S420-000-RELEASE
002200                 THRU S420-999-EXIT
002210     END-EVALUATE.
002220     MOVE ACTCDI                 TO WC-000-LAST-ACTCD.
002230 S400-999-EXIT.
002240     EXIT.
002250*****************************************************************
002260*    S420-000-RELEASE - RELEASE A HELD FILE.  A NOTE IS ALWAYS  *
002270*    REQUIRED - IT IS THE RECORDED REASON FOR THE APPROVAL.     *
002280*****************************************************************
002290 S420-000-RELEASE.
002300     IF NOTEI = SPACES
002310         MOVE 'A NOTE IS REQUIRED TO RELEASE A FILE' TO MSGO
002320         GO TO S420-999-EXIT
002330     END-IF.
002340     PERFORM S465-000-READ-FILE
002350         THRU S465-999-EXIT.
002360     IF WW-000-EDIT-FAILED
002370         GO TO S420-999-EXIT
002380     END-IF.
002390     PERFORM S455-000-SHOW-FILE
002400         THRU S455-999-EXIT.
002410     IF NOT GLFDLDTB-G-FEED-HELD
002420         MOVE 'FILE IS NOT HELD - NO CHANGE MADE' TO MSGO
002430         GO TO S420-999-EXIT
002440     END-IF.
002450     MOVE NOTEI                  TO GLFDLDTB-G-APRV-RSN-TX.
002460     MOVE WK-9003-OPER-ID        TO GLFDLDTB-G-APRV-USER-ID.
002470     EXEC SQL
002480         UPDATE G_FEED_LOAD_TB
002490            SET G_FEED_STAT_CD = 'A',
002500                G_APRV_USER_ID = :GLFDLDTB-G-APRV-USER-ID,
002510                G_APRV_TS      =
002520                    TO_CHAR(CURRENT_TIMESTAMP,
002530                            'YYYY-MM-DD-HH24.MI.SS.FF6'),
002540                G_APRV_RSN_TX  = :GLFDLDTB-G-APRV-RSN-TX
002550          WHERE G_FEED_TY_CD   = :GLFDLDTB-G-FEED-TY-CD
002560            AND G_FILE_SEQ_NUM = :GLFDLDTB-G-FILE-SEQ-NUM
002570            AND G_FEED_STAT_CD = 'H'
002580     END-EXEC.
002590     EVALUATE SQLCODE
002600       WHEN 0
002610         CONTINUE
002620       WHEN 100
002630         MOVE 'FILE CHANGED BY ANOTHER USER - NO CHANGE MADE'
002640                                 TO MSGO
002650         GO TO S420-999-EXIT
002660       WHEN OTHER
002670         PERFORM S900-000-SQL-ERROR
002680             THRU S900-999-EXIT
002690         GO TO S420-999-EXIT
002700     END-EVALUATE.
002710     PERFORM S465-000-READ-FILE
002720         THRU S465-999-EXIT.
002730     IF WW-000-EDIT-FAILED
002740         GO TO S420-999-EXIT
002750     END-IF.
002760     PERFORM S455-000-SHOW-FILE
002770         THRU S455-999-EXIT.
002780     MOVE 'FILE RELEASED - RERUN THE LOAD JOB WITH THE SAME FILE'
002790                                 TO MSGO.
002800 S420-999-EXIT.
002810     EXIT.
002820*****************************************************************
002830*    S450-000-INQUIRE-FILE - ONE FILE BY FEED AND SEQUENCE, OR  *
002840*    THE OLDEST STILL HELD WHEN NO SEQUENCE IS KEYED            *
002850*****************************************************************
002860 S450-000-INQUIRE-FILE.
002870     IF GLFDLDTB-G-FILE-SEQ-NUM = ZERO
002880         EXEC SQL
002890             SELECT G_FEED_TY_CD, G_FILE_SEQ_NUM
002900               INTO :GLFDLDTB-G-FEED-TY-CD,
002910                    :GLFDLDTB-G-FILE-SEQ-NUM
002920               FROM G_FEED_LOAD_TB
002930              WHERE G_FEED_STAT_CD = 'H'
002940                AND (G_FEED_TY_CD  = :GLFDLDTB-G-FEED-TY-CD
002950                     OR :GLFDLDTB-G-FEED-TY-CD = ' ')
002960                AND G_RCV_TS =
002970                    (SELECT MIN(G_RCV_TS)
002980                       FROM G_FEED_LOAD_TB
002990                      WHERE G_FEED_STAT_CD = 'H'
003000                        AND (G_FEED_TY_CD  =
003010                                 :GLFDLDTB-G-FEED-TY-CD
003020                             OR :GLFDLDTB-G-FEED-TY-CD = ' '))
003030                AND ROWNUM = 1
003040         END-EXEC
003050         IF SQLCODE = 100
003060             MOVE 'NO FILES HELD' TO MSGO
003070             GO TO S450-999-EXIT
003080         END-IF
003090         IF SQLCODE NOT = 0
003100             PERFORM S900-000-SQL-ERROR
003110                 THRU S900-999-EXIT
003120             GO TO S450-999-EXIT
003130         END-IF
003140     END-IF.
003150     PERFORM S465-000-READ-FILE
003160         THRU S465-999-EXIT.
003170     IF WW-000-EDIT-FAILED
003180         GO TO S450-999-EXIT
003190     END-IF.
003200     PERFORM S455-000-SHOW-FILE
003210         THRU S455-999-EXIT.
003220     IF GLFDLDTB-G-FEED-HELD
003230         MOVE 'FILE HELD - KEY A NOTE AND ACTION R TO RELEASE IT'
003240                                 TO MSGO
003250     ELSE
003260         MOVE 'FILE NOT HELD - SEE STATUS' TO MSGO
003270     END-IF.
003280 S450-999-EXIT.
003290     EXIT.
003300*****************************************************************
003310*    S455-000-SHOW-FILE - FORMAT THE FILE ONTO THE SCREEN       *
003320*****************************************************************
003330 S455-000-SHOW-FILE.
003340     MOVE GLFDLDTB-G-FEED-TY-CD  TO FEEDTYO.
003350     MOVE GLFDLDTB-G-FILE-SEQ-NUM TO WW-000-NUM-DSP.
003360     MOVE WW-000-NUM-DSP         TO SEQNUMO.
003370     MOVE GLFDLDTB-G-FILE-DT     TO FILEDTO.
003380     MOVE GLFDLDTB-G-BUS-DT      TO BUSDTO.
003390     MOVE GLFDLDTB-G-RCV-TS      TO RCVTSO.
003400     EVALUATE TRUE
003410       WHEN GLFDLDTB-G-FEED-LOADED
003420         MOVE 'PASSED TO THE LOAD'   TO FSTATO
003430       WHEN GLFDLDTB-G-FEED-HELD
003440         MOVE 'HELD'                 TO FSTATO
003450       WHEN GLFDLDTB-G-FEED-RELEASED
003460         MOVE 'RELEASED - AWAITING RERUN' TO FSTATO
003470       WHEN GLFDLDTB-G-FEED-REJECTED
003480         MOVE 'REJECTED'             TO FSTATO
003490       WHEN OTHER
003500         MOVE GLFDLDTB-G-FEED-STAT-CD TO FSTATO
003510     END-EVALUATE.
003520     MOVE GLFDLDTB-G-DTL-CNT     TO WW-000-CNT-DSP.
003530     MOVE WW-000-CNT-DSP         TO DTLCNTO.
003540     MOVE GLFDLDTB-G-ADD-CNT     TO WW-000-CNT-DSP.
003550     MOVE WW-000-CNT-DSP         TO ADDCNTO.
003560     MOVE GLFDLDTB-G-CHG-CNT     TO WW-000-CNT-DSP.
003570     MOVE WW-000-CNT-DSP         TO CHGCNTO.
003580     MOVE GLFDLDTB-G-TERM-CNT    TO WW-000-CNT-DSP.
003590     MOVE WW-000-CNT-DSP         TO TRMCNTO.
003600     MOVE GLFDLDTB-G-OTH-CNT     TO WW-000-CNT-DSP.
003610     MOVE WW-000-CNT-DSP         TO OTHCNTO.
003620     MOVE GLFDLDTB-G-AVG-DTL-AMT TO WW-000-AVG-DSP.
003630     MOVE WW-000-AVG-DSP         TO AVGDTLO.
003640     MOVE GLFDLDTB-G-AVG-ADD-AMT TO WW-000-AVG-DSP.
003650     MOVE WW-000-AVG-DSP         TO AVGADDO.
003660     MOVE GLFDLDTB-G-AVG-CHG-AMT TO WW-000-AVG-DSP.
003670     MOVE WW-000-AVG-DSP         TO AVGCHGO.
003680     MOVE GLFDLDTB-G-AVG-TERM-AMT TO WW-000-AVG-DSP.
003690     MOVE WW-000-AVG-DSP         TO AVGTRMO.
003700     MOVE GLFDLDTB-G-BRCH-CNT    TO WW-000-BRCH-DSP.
003710     MOVE WW-000-BRCH-DSP        TO BRCHO.
003720     MOVE GLFDLDTB-G-HOLD-RSN-TX TO HOLDRSNO.
003730     MOVE GLFDLDTB-G-APRV-RSN-TX TO NOTEO.
003740     MOVE SPACES                 TO WW-000-STAT-LINE.
003750     IF GLFDLDTB-G-APRV-USER-ID NOT = SPACES
003760         STRING 'RELEASED BY ' GLFDLDTB-G-APRV-USER-ID
003770                ' AT ' GLFDLDTB-G-APRV-TS
003780             DELIMITED BY SIZE INTO WW-000-STAT-LINE
003790     END-IF.
003800     MOVE WW-000-STAT-LINE       TO STATO.
003810 S455-999-EXIT.
003820     EXIT.
003830*****************************************************************
003840*    S465-000-READ-FILE - THE FILE'S ROW                        *
003850*****************************************************************
003860 S465-000-READ-FILE.
003870     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
003880     EXEC SQL
003890         SELECT G_FILE_DT, G_BUS_DT, G_RCV_TS, G_FEED_STAT_CD,
003900                G_DTL_CNT, G_ADD_CNT, G_CHG_CNT, G_TERM_CNT,
003910                G_OTH_CNT, G_AVG_DTL_AMT, G_AVG_ADD_AMT,
003920                G_AVG_CHG_AMT, G_AVG_TERM_AMT, G_BRCH_CNT,
003930                G_HOLD_RSN_TX, G_APRV_USER_ID, G_APRV_TS,
003940                G_APRV_RSN_TX
003950           INTO :GLFDLDTB-G-FILE-DT,
003960                :GLFDLDTB-G-BUS-DT,
003970                :GLFDLDTB-G-RCV-TS,
003980                :GLFDLDTB-G-FEED-STAT-CD,
003990                :GLFDLDTB-G-DTL-CNT,
004000                :GLFDLDTB-G-ADD-CNT,
004010                :GLFDLDTB-G-CHG-CNT,
004020                :GLFDLDTB-G-TERM-CNT,
004030                :GLFDLDTB-G-OTH-CNT,
004040                :GLFDLDTB-G-AVG-DTL-AMT,
004050                :GLFDLDTB-G-AVG-ADD-AMT,
004060                :GLFDLDTB-G-AVG-CHG-AMT,
004070                :GLFDLDTB-G-AVG-TERM-AMT,
004080                :GLFDLDTB-G-BRCH-CNT,
004090                :GLFDLDTB-G-HOLD-RSN-TX,
004100                :GLFDLDTB-G-APRV-USER-ID,
004110                :GLFDLDTB-G-APRV-TS,
004120                :GLFDLDTB-G-APRV-RSN-TX
004130           FROM G_FEED_LOAD_TB
004140          WHERE G_FEED_TY_CD   = :GLFDLDTB-G-FEED-TY-CD
004150            AND G_FILE_SEQ_NUM = :GLFDLDTB-G-FILE-SEQ-NUM
004160     END-EXEC.
004170     EVALUATE SQLCODE
004180       WHEN 0
004190         CONTINUE
004200       WHEN 100
004210         SET WW-000-EDIT-FAILED TO TRUE
004220         MOVE 'FILE NOT ON FILE FOR THIS FEED' TO MSGO
004230       WHEN OTHER
004240         SET WW-000-EDIT-FAILED TO TRUE
004250         PERFORM S900-000-SQL-ERROR
004260             THRU S900-999-EXIT
004270     END-EVALUATE.
004280 S465-999-EXIT.
004290     EXIT.
004300*****************************************************************
004310*    S800-000-SEND-MAP                                          *
004320*****************************************************************
004330 S800-000-SEND-MAP.
004340     EXEC CICS
004350         SEND MAP(WK-030-MAP-NAME)
004360              MAPSET(WK-030-MAPSET-NAME)
004370              FROM(PDDM779MO)
004380              ERASE
004390     END-EXEC.
004400 S800-999-EXIT.
004410     EXIT.
004420*****************************************************************
004430*    S900-000-SQL-ERROR                                         *
004440*****************************************************************
004450 S900-000-SQL-ERROR.
004460     MOVE SPACES                 TO MSGO.
004470     MOVE SQLCODE                TO WW-000-SQLCODE-DSP.
004480     STRING 'SQL ERROR - SQLCODE ' WW-000-SQLCODE-DSP
004490         DELIMITED BY SIZE INTO MSGO.
004500 S900-999-EXIT.
004510     EXIT.
