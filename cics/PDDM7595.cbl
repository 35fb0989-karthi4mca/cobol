000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PDDM7595.
000030 AUTHOR.        ACS GOVERMENT HEALTHCARE.
000040 DATE-COMPILED.
000050*REMARKS.
000060*****************************************************************
000070*                                                               *
000080*@ PROGRAM-ID: PDDM7595                                         *
000090*@ TITLE: HELP-DESK PRESCRIBER INQUIRY / SANCTION HISTORY       *
000100*                                                               *
000110*****************************************************************
000120*                                                               *
000130*?  I. PROGRAM ABSTRACT                                         *
000140*+                                                              *
000150*+  PSEUDO-CONVERSATIONAL CICS TRANSACTION (TRANID W773) FOR    *
000160*+  THE HELP DESK.  WHEN A CLAIM DENIES ON THE S215 PRESCRIBER  *
000170*+  EDIT THE AGENT KEYS THE PRESCRIBER ID QUALIFIER AND ID AND  *
000180*+  SEES THE C_PRSC_MSTR_TB ROW PDDB0010 MAINTAINS - STATUS,    *
000190*+  ELIGIBILITY DATES, SPECIALTY, SANCTION SOURCE AND ACTION    *
000200*+  DATE - WITH THE COUNT OF THE PRESCRIBER'S CLAIMS DENIED IN  *
000210*+  THE LAST 30 DAYS, AND THE SANCTION/REINSTATEMENT HISTORY    *
000220*+  FROM C_PRSC_HIST_TB NEWEST FIRST, EIGHT PER PAGE WITH 'N'   *
000230*+  PAGING FORWARD THE WAY PDDM7583 PAGES.  EVERY INQUIRY IS    *
000240*+  AUTHORIZED AND ACCESS-LOGGED THROUGH PDDS9003 AS PDDM7580   *
000250*+  DOES.                                                       *
000260*+                                                              *
000270*****************************************************************
000280*+                                                              *
000290*+ II. INPUT/OUTPUT MATRIX                                      *
000300*+                                                              *
000310*+     I/O              TITLE                           ID      *
000320*+     ---   ------------------------------------  ----------   *
000330*+      I     C_PRSC_MSTR_TB                        CLPRSMTB    *
000340*+      I     C_PRSC_HIST_TB                        CLPRSHTB    *
000350*+      I     C_LI_DRUG_TB                                      *
000360*+      I/O   PDDM773M MAP (MAPSET PDDM773M)        PDDM773M    *
000370*****************************************************************
000380*+                                                              *
000390*+ IV. CSR CHANGE LOG.                                          *
000400*                                                               *
000410*           -----------  CSR CHANGES  -----------               *
000420*                                                               *
000430*  CSR    CHANGE      ANALYST      DESCRIPTION OF CHANGE        *
000440*  NBR     DATE        NAME                                     *
000450*                                                               *
000460*---------------------------------------------------------------*
000470* CR4217   10/15/26  ACS       NEW PROGRAM.  PRESCRIBER STATUS  *
000480*                              AND SANCTION HISTORY INQUIRY     *
000490*                              FOR THE HELP DESK, PAGED, WITH   *
000500*                              THE 30-DAY DENIED CLAIM COUNT    *
000510*                              AND PDDS9003 ACCESS LOGGING.     *
000520*****************************************************************
000530
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 DATA DIVISION.
000570 WORKING-STORAGE SECTION.
000580
000590 01  WK-030-MISC-CONSTANTS.
000600     05  WK-030-PROGRAM-NAME     PIC X(08)      VALUE 'PDDM7595'.
000610     05  WK-030-MAPSET-NAME      PIC X(08)      VALUE 'PDDM773M'.
000620     05  WK-030-MAP-NAME         PIC X(08)      VALUE 'PDDM773S'.
000630     05  WK-030-TRANID           PIC X(04)      VALUE 'W773'.
000640
000650 01  WW-000-WORK-AREA.
000660     05  WW-000-LINE-SUB          PIC S9(04) COMP VALUE +0.
000670     05  WW-000-SKIP-CNT          PIC S9(04) COMP VALUE +0.
000680     05  WW-000-HST-LINE          PIC X(75).
000690     05  WW-000-ACTN-TX           PIC X(12).
000700     05  WW-000-EOF-SW            PIC X(01) VALUE 'N'.
000710         88  WW-000-CURSOR-EOF    VALUE 'Y'.
000720     05  WW-000-DNY-CNT-DSP       PIC Z(06)9.
000730     05  WW-000-PAGE-DSP          PIC ZZ9.
000740
000750     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
000760     COPY CLPRSMTB.
000770     COPY CLPRSHTB.
000780 01  WS-000-HOST-VARS.
000790     05  WS-000-DNY-CNT           PIC S9(09) COMP.
000800     EXEC SQL END DECLARE SECTION END-EXEC.
000810 01  WW-000-SQLCODE-DSP           PIC -(8)9.
000820*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
000830*    ROLE CHECK.
000840     COPY WKC90030.
000850
000860     EXEC SQL INCLUDE SQLCA END-EXEC.
000870
000880*****************************************************************
000890*  HISTORY CURSOR - EVERY STATUS CHANGE RECORDED FOR THE        *
000900*  PRESCRIBER, NEWEST FIRST.  PAGING IS DONE BY SKIPPING        *
000910*  FETCHED ROWS.                                                *
000920*****************************************************************
000930     EXEC SQL
000940         DECLARE W773HST CURSOR FOR
000950         SELECT C_HIST_TS, C_HIST_ACTN_CD,
000960                C_BEF_STAT_CD, C_AFT_STAT_CD,
000970                NVL(C_SANC_SRC_CD, ' '), NVL(C_SANC_DT, ' '),
000980                C_ACTN_DT, NVL(C_HIST_PGM_ID, ' ')
000990           FROM C_PRSC_HIST_TB
001000          WHERE C_PRSC_ID_CD = :CLPRSMTB-C-PRSC-ID-CD
001010            AND C_PRSC_ID    = :CLPRSMTB-C-PRSC-ID
001020          ORDER BY C_HIST_TS DESC
001030     END-EXEC.
001040
001050 01  WC-000-COMMAREA-WS.
001060     05  WC-000-LAST-PRSC-ID-CD   PIC X(02).
001070     05  WC-000-LAST-PRSC-ID      PIC X(15).
001080     05  WC-000-PAGE-NUM          PIC S9(04) COMP.
001090
001100 LINKAGE SECTION.
001110 01  DFHCOMMAREA.
001120     05  PDDM7595-LAST-PRSC-ID-CD PIC X(02).
001130     05  PDDM7595-LAST-PRSC-ID    PIC X(15).
001140     05  PDDM7595-PAGE-NUM        PIC S9(04) COMP.
001150
001160     COPY PDDM773M.
001170*****************************************************************
001180*    PROCEDURE DIVISION                                         *
001190*****************************************************************
001200 PROCEDURE DIVISION.
001210*****************************************************************
001220*    S100-000-MAINLINE - FIRST-TIME VS. RETURN DISPATCH         *
001230*****************************************************************
001240 S100-000-MAINLINE.
001250     IF EIBCALEN = 0
001260         PERFORM S200-000-INIT-SCREEN
001270             THRU S200-999-EXIT
001280     ELSE
001290         MOVE DFHCOMMAREA        TO WC-000-COMMAREA-WS
001300         PERFORM S300-000-RECEIVE-MAP
001310             THRU S300-999-EXIT
001320         PERFORM S400-000-INQUIRE-PRSC
001330             THRU S400-999-EXIT
001340     END-IF.
001350     PERFORM S800-000-SEND-MAP
001360         THRU S800-999-EXIT.
001370     MOVE WC-000-COMMAREA-WS     TO DFHCOMMAREA.
001380     EXEC CICS
001390         RETURN TRANSID(WK-030-TRANID)
001400                COMMAREA(DFHCOMMAREA)
001410     END-EXEC.
001420     GOBACK.
001430*****************************************************************
001440*    S200-000-INIT-SCREEN - BLANK THE SCREEN ON FIRST ENTRY     *
001450*****************************************************************
001460 S200-000-INIT-SCREEN.
001470     MOVE LOW-VALUES             TO PDDM773MO.
001480     INITIALIZE WC-000-COMMAREA-WS.
001490     MOVE 'ENTER A PRESCRIBER ID QUALIFIER AND ID' TO MSGO.
001500 S200-999-EXIT.
001510     EXIT.
001520*****************************************************************
001530*    S300-000-RECEIVE-MAP - READ OPERATOR INPUT FROM THE SCREEN *
001540*****************************************************************
001550 S300-000-RECEIVE-MAP.
001560     EXEC CICS
001570         RECEIVE MAP(WK-030-MAP-NAME)
001580                 MAPSET(WK-030-MAPSET-NAME)
001590                 INTO(PDDM773MI)
001600     END-EXEC.
001610 S300-999-EXIT.
001620     EXIT.
001630*****************************************************************
001640*    S350-000-CHECK-AUTH - SIGN-ON AUTHORIZATION THROUGH THE    *
001650*    SHARED PDDS9003 ROUTINE.  EVERY USE LOGS THE PRESCRIBER    *
001660*    VIEWED; A MISSING ROLE ROW REJECTS WITH A CLEAR MESSAGE.   *
001670*****************************************************************
001680 S350-000-CHECK-AUTH.
001690*    THE SIGNED-ON USER, NOT THE TERMINAL - ROLE CHECKS AND
001700*    THE ACCESS LOG MUST FOLLOW THE PERSON.
001710     EXEC CICS ASSIGN
001720         USERID(WK-9003-OPER-ID)
001730     END-EXEC.
001740     MOVE WK-030-TRANID          TO WK-9003-TRAN-ID.
001750     CALL 'PDDS9003' USING WK-9003-CALL-PARMS.
001760     IF WK-9003-ACCESS-DENIED
001770         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION - SEE SECURITY'
001780                                 TO MSGO
001790     END-IF.
001800 S350-999-EXIT.
001810     EXIT.
001820*****************************************************************
001830*    S400-000-INQUIRE-PRSC - THE MASTER ROW, THE DENIED COUNT   *
001840*    AND ONE PAGE OF HISTORY.  'N' IN THE PAGE FIELD MOVES      *
001850*    FORWARD; A NEW PRESCRIBER STARTS OVER AT PAGE ONE.         *
001860*****************************************************************
001870 S400-000-INQUIRE-PRSC.
001880     MOVE SPACES                 TO MSGO.
001890     IF PRSCQLI = SPACES OR LOW-VALUES
001900      OR PRSCIDI = SPACES OR LOW-VALUES
001910         MOVE 'ENTER A PRESCRIBER ID QUALIFIER AND ID' TO MSGO
001920         GO TO S400-999-EXIT
001930     END-IF.
001940     IF PRSCQLI = WC-000-LAST-PRSC-ID-CD
001950      AND PRSCIDI = WC-000-LAST-PRSC-ID
001960      AND NEXTI = 'N'
001970         ADD 1 TO WC-000-PAGE-NUM
001980     ELSE
001990         IF PRSCQLI NOT = WC-000-LAST-PRSC-ID-CD
002000          OR PRSCIDI NOT = WC-000-LAST-PRSC-ID
002010             MOVE 1 TO WC-000-PAGE-NUM
002020         END-IF
002030     END-IF.
002040     IF WC-000-PAGE-NUM < 1
002050         MOVE 1 TO WC-000-PAGE-NUM
002060     END-IF.
002070     MOVE PRSCQLI                TO CLPRSMTB-C-PRSC-ID-CD
002080                                    WC-000-LAST-PRSC-ID-CD.
002090     MOVE PRSCIDI                TO CLPRSMTB-C-PRSC-ID
002100                                    WC-000-LAST-PRSC-ID.
002110     MOVE 'I'                    TO WK-9003-REQ-ACCESS-CD.
002120     MOVE SPACES                 TO WK-9003-KEY-TX.
002130     STRING PRSCQLI '/' PRSCIDI
002140         DELIMITED BY SIZE INTO WK-9003-KEY-TX.
002150     PERFORM S350-000-CHECK-AUTH
002160         THRU S350-999-EXIT.
002170     IF WK-9003-ACCESS-DENIED
002180         GO TO S400-999-EXIT
002190     END-IF.
002200     PERFORM S410-000-GET-MASTER
002210         THRU S410-999-EXIT.
002220     IF MSGO NOT = SPACES
002230         GO TO S400-999-EXIT
002240     END-IF.
002250     PERFORM S420-000-GET-DENIED-CNT
002260         THRU S420-999-EXIT.
002270     IF MSGO NOT = SPACES
002280         GO TO S400-999-EXIT
002290     END-IF.
002300     PERFORM S430-000-LIST-HISTORY
002310         THRU S430-999-EXIT.
002320 S400-999-EXIT.
002330     EXIT.
002340*****************************************************************
002350*    S410-000-GET-MASTER - CURRENT STATUS, DATES, SPECIALTY AND *
002360*    SANCTION BOOKKEEPING                                       *
002370*****************************************************************
002380 S410-000-GET-MASTER.
002390     MOVE SPACES                 TO STATCDO BEGDTO ENDDTO SPCLTYO
002400                                    SANCSRCO ACTNDTO DNYCNTO.
002410     EXEC SQL
002420         SELECT C_PRSC_STAT_CD, C_PRSC_BEG_DT, C_PRSC_END_DT,
002430                NVL(C_PRSC_SPCLTY_CD, ' '),
002440                NVL(C_PRSC_SANC_SRC_CD, ' '),
002450                NVL(C_PRSC_ACTN_DT, ' ')
002460           INTO :CLPRSMTB-C-PRSC-STAT-CD,
002470                :CLPRSMTB-C-PRSC-BEG-DT,
002480                :CLPRSMTB-C-PRSC-END-DT,
002490                :CLPRSMTB-C-PRSC-SPCLTY-CD,
002500                :CLPRSMTB-C-PRSC-SANC-SRC-CD,
002510                :CLPRSMTB-C-PRSC-ACTN-DT
002520           FROM C_PRSC_MSTR_TB
002530          WHERE C_PRSC_ID_CD = :CLPRSMTB-C-PRSC-ID-CD
002540            AND C_PRSC_ID    = :CLPRSMTB-C-PRSC-ID
002550     END-EXEC.
002560     EVALUATE SQLCODE
002570       WHEN 0
002580         MOVE CLPRSMTB-C-PRSC-STAT-CD TO STATCDO
002590         MOVE CLPRSMTB-C-PRSC-BEG-DT  TO BEGDTO
002600         MOVE CLPRSMTB-C-PRSC-END-DT  TO ENDDTO
002610         MOVE CLPRSMTB-C-PRSC-SPCLTY-CD TO SPCLTYO
002620         MOVE CLPRSMTB-C-PRSC-SANC-SRC-CD TO SANCSRCO
002630         MOVE CLPRSMTB-C-PRSC-ACTN-DT TO ACTNDTO
002640       WHEN 100
002650*        S215 DENIES THESE AS PRESCRIBER NOT ON FILE.
002660         MOVE 'PRESCRIBER NOT ON C_PRSC_MSTR_TB' TO MSGO
002670       WHEN OTHER
002680         PERFORM S900-000-SQL-ERROR
002690             THRU S900-999-EXIT
002700     END-EVALUATE.
002710 S410-999-EXIT.
002720     EXIT.
002730*****************************************************************
002740*    S420-000-GET-DENIED-CNT - CLAIMS WRITTEN BY THE PRESCRIBER *
002750*    THAT DENIED WITH A SERVICE DATE IN THE LAST 30 DAYS.  A    *
002760*    COMPOUND'S LINES COUNT AS ONE CLAIM.                       *
002770*****************************************************************
002780 S420-000-GET-DENIED-CNT.
002790     EXEC SQL
002800         SELECT COUNT(DISTINCT C_TCN_NUM)
002810           INTO :WS-000-DNY-CNT
002820           FROM C_LI_DRUG_TB
002830          WHERE C_PRSC_ID_CD     = :CLPRSMTB-C-PRSC-ID-CD
002840            AND C_PRSC_ID        = :CLPRSMTB-C-PRSC-ID
002850            AND C_HDR_STAT_CD    = 'D'
002860            AND C_HDR_SVC_FST_DT >=
002870                TO_CHAR(TRUNC(CURRENT_DATE) - 30, 'YYYY-MM-DD')
002880     END-EXEC.
002890     IF SQLCODE NOT = 0
002900         PERFORM S900-000-SQL-ERROR
002910             THRU S900-999-EXIT
002920         GO TO S420-999-EXIT
002930     END-IF.
002940     MOVE WS-000-DNY-CNT         TO WW-000-DNY-CNT-DSP.
002950     MOVE WW-000-DNY-CNT-DSP     TO DNYCNTO.
002960 S420-999-EXIT.
002970     EXIT.
002980*****************************************************************
002990*    S430-000-LIST-HISTORY - ONE PAGE OF EIGHT HISTORY ROWS     *
003000*****************************************************************
003010 S430-000-LIST-HISTORY.
003020     MOVE SPACES                 TO HST1O HST2O HST3O HST4O
003030                                    HST5O HST6O HST7O HST8O.
003040     MOVE ZERO                   TO WW-000-LINE-SUB.
003050     COMPUTE WW-000-SKIP-CNT =
003060         (WC-000-PAGE-NUM - 1) * 8.
003070     MOVE 'N'                    TO WW-000-EOF-SW.
003080     EXEC SQL
003090         OPEN W773HST
003100     END-EXEC.
003110     IF SQLCODE NOT = 0
003120         PERFORM S900-000-SQL-ERROR
003130             THRU S900-999-EXIT
003140         GO TO S430-999-EXIT
003150     END-IF.
003160     PERFORM S440-000-FETCH-HISTORY
003170         THRU S440-999-EXIT
003180         UNTIL WW-000-CURSOR-EOF
003190            OR WW-000-LINE-SUB NOT < 8.
003200     EXEC SQL
003210         CLOSE W773HST
003220     END-EXEC.
003230     MOVE WC-000-PAGE-NUM        TO WW-000-PAGE-DSP.
003240     MOVE WW-000-PAGE-DSP        TO PAGEO.
003250     IF MSGO NOT = SPACES
003260         GO TO S430-999-EXIT
003270     END-IF.
003280     IF WW-000-LINE-SUB = ZERO
003290         IF WC-000-PAGE-NUM = 1
003300             MOVE 'NO STATUS CHANGES RECORDED FOR THIS PRESCRIBER'
003310                                 TO MSGO
003320         ELSE
003330             MOVE 'END OF SANCTION HISTORY' TO MSGO
003340         END-IF
003350     ELSE
003360         MOVE 'KEY N IN THE PAGE FIELD FOR MORE HISTORY' TO MSGO
003370     END-IF.
003380 S430-999-EXIT.
003390     EXIT.
003400*****************************************************************
003410*    S440-000-FETCH-HISTORY - SKIP TO THE PAGE, THEN ONE ROW    *
003420*****************************************************************
003430 S440-000-FETCH-HISTORY.
003440     EXEC SQL
003450         FETCH W773HST
003460         INTO :CLPRSHTB-C-HIST-TS,
003470              :CLPRSHTB-C-HIST-ACTN-CD,
003480              :CLPRSHTB-C-BEF-STAT-CD,
003490              :CLPRSHTB-C-AFT-STAT-CD,
003500              :CLPRSHTB-C-SANC-SRC-CD,
003510              :CLPRSHTB-C-SANC-DT,
003520              :CLPRSHTB-C-ACTN-DT,
003530              :CLPRSHTB-C-HIST-PGM-ID
003540     END-EXEC.
003550     EVALUATE SQLCODE
003560       WHEN 0
003570         IF WW-000-SKIP-CNT > ZERO
003580             SUBTRACT 1 FROM WW-000-SKIP-CNT
003590         ELSE
003600             PERFORM S450-000-FORMAT-LINE
003610                 THRU S450-999-EXIT
003620         END-IF
003630       WHEN 100
003640         MOVE 'Y'                TO WW-000-EOF-SW
003650       WHEN OTHER
003660         PERFORM S900-000-SQL-ERROR
003670             THRU S900-999-EXIT
003680         MOVE 'Y'                TO WW-000-EOF-SW
003690     END-EVALUATE.
003700 S440-999-EXIT.
003710     EXIT.
003720*****************************************************************
003730*    S450-000-FORMAT-LINE - RUN DATE, WHAT HAPPENED, STATUS     *
003740*    BEFORE AND AFTER, SANCTION SOURCE AND DATE, AND WHO        *
003750*****************************************************************
003760 S450-000-FORMAT-LINE.
003770     ADD 1                       TO WW-000-LINE-SUB.
003780     EVALUATE TRUE
003790       WHEN CLPRSHTB-C-HIST-EXCLUDED
003800         MOVE 'EXCLUDED'         TO WW-000-ACTN-TX
003810       WHEN CLPRSHTB-C-HIST-REINSTATED
003820         MOVE 'REINSTATED'       TO WW-000-ACTN-TX
003830       WHEN OTHER
003840         MOVE 'CHANGED'          TO WW-000-ACTN-TX
003850     END-EVALUATE.
003860     MOVE SPACES                 TO WW-000-HST-LINE.
003870     STRING CLPRSHTB-C-ACTN-DT
003880            ' ' WW-000-ACTN-TX
003890            ' ' CLPRSHTB-C-BEF-STAT-CD
003900            '->' CLPRSHTB-C-AFT-STAT-CD
003910            '  SRC ' CLPRSHTB-C-SANC-SRC-CD
003920            '  SANC DT ' CLPRSHTB-C-SANC-DT
003930            '  BY ' CLPRSHTB-C-HIST-PGM-ID
003940         DELIMITED BY SIZE INTO WW-000-HST-LINE.
003950     EVALUATE WW-000-LINE-SUB
003960       WHEN 1 MOVE WW-000-HST-LINE TO HST1O
003970       WHEN 2 MOVE WW-000-HST-LINE TO HST2O
003980       WHEN 3 MOVE WW-000-HST-LINE TO HST3O
003990       WHEN 4 MOVE WW-000-HST-LINE TO HST4O
004000       WHEN 5 MOVE WW-000-HST-LINE TO HST5O
004010       WHEN 6 MOVE WW-000-HST-LINE TO HST6O
004020       WHEN 7 MOVE WW-000-HST-LINE TO HST7O
004030       WHEN 8 MOVE WW-000-HST-LINE TO HST8O
004040     END-EVALUATE.
004050 S450-999-EXIT.
004060     EXIT.
004070*****************************************************************
004080*    S800-000-SEND-MAP                                          *
004090*****************************************************************
004100 S800-000-SEND-MAP.
004110     EXEC CICS
004120         SEND MAP(WK-030-MAP-NAME)
004130              MAPSET(WK-030-MAPSET-NAME)
004140              FROM(PDDM773MO)
004150              ERASE
004160     END-EXEC.
004170 S800-999-EXIT.
004180     EXIT.
004190*****************************************************************
004200*    S900-000-SQL-ERROR - SURFACE THE SQLCODE TO THE OPERATOR   *
004210*****************************************************************
004220 S900-000-SQL-ERROR.
004230     MOVE SPACES                 TO MSGO.
004240     MOVE SQLCODE                TO WW-000-SQLCODE-DSP.
004250     STRING 'SQL ERROR - SQLCODE ' WW-000-SQLCODE-DSP
004260         DELIMITED BY SIZE INTO MSGO.
004270 S900-999-EXIT.
004280     EXIT.
