000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PDDM7596.
000030 AUTHOR.        ACS GOVERMENT HEALTHCARE.
000040 DATE-COMPILED.
000050*REMARKS.
000060*****************************************************************
000070*                                                               *
000080*@ PROGRAM-ID: PDDM7596                                         *
000090*@ TITLE: PRIOR-AUTHORIZATION UNIT WORK QUEUE SCREEN            *
000100*                                                               *
000110*****************************************************************
000120*                                                               *
000130*?  I. PROGRAM ABSTRACT                                         *
000140*+                                                              *
000150*+  PSEUDO-CONVERSATIONAL CICS TRANSACTION (TRANID W774) FOR    *
000160*+  THE PA UNIT.  LISTS THE PENDING ('P') C_PRIOR_AUTH_TB       *
000170*+  REQUESTS CONDU S390 QUEUES, OLDEST FIRST, SIX PER PAGE WITH *
000180*+  'N' PAGING FORWARD THE WAY PDDM7583 PAGES.  A REQUEST WHOSE *
000190*+  MEMBER ALREADY GOT A 72-HOUR EMERGENCY FILL FOR THE SAME    *
000200*+  GCN (C_EMERG_FILL_TB, THE PDDR0053 EXPEDITE LIST) IS        *
000210*+  FLAGGED 'E'.  KEYING A LINE NUMBER SHOWS THAT REQUEST'S     *
000220*+  MEMBER, DRUG, PRESCRIBER, HOURS WAITING AND THE MEMBER'S    *
000230*+  FIVE MOST RECENT CLAIMS.  THE REVIEWER THEN APPROVES (A) -  *
000240*+  AUTHORIZED QUANTITY AND DATES, STATUS 'A', SO THE NEXT      *
000250*+  CLAIM CITING THE AUTH NUMBER PAYS THROUGH S937 - OR DENIES  *
000260*+  (D) WITH A REASON CODE.  ONLY A STILL-PENDING ROW CAN BE    *
000270*+  DECIDED.  THE QUEUE NEEDS THE INQUIRE ROLE ON W774, A       *
000280*+  DECISION THE UPDATE ROLE (PDDS9003).  EVERY DECISION IS     *
000290*+  STAMPED ON THE ROW AND AUDITED ON C_PA_DCSN_AUD_TB WITH     *
000300*+  BEFORE AND AFTER IMAGES IN THE SAME UNIT OF WORK.           *
000310*+                                                              *
000320*****************************************************************
000330*+                                                              *
000340*+ II. INPUT/OUTPUT MATRIX                                      *
000350*+                                                              *
000360*+     I/O              TITLE                           ID      *
000370*+     ---   ------------------------------------  ----------   *
000380*+      I/O   C_PRIOR_AUTH_TB                       CLPAUTTB    *
000390*+      O     C_PA_DCSN_AUD_TB                      CLPADATB    *
000400*+      I     C_EMERG_FILL_TB                                   *
000410*+      I     R_MBR_ELIG_TB                                     *
000420*+      I     R_DRUG_MSTR_TB                                    *
000430*+      I     C_PRSC_MSTR_TB                                    *
000440*+      I     C_LI_DRUG_TB                                      *
000450*+      I     C_LI_EXC_TB                                       *
000460*+      I/O   PDDM774M MAP (MAPSET PDDM774M)        PDDM774M    *
000470*****************************************************************
000480*+                                                              *
000490*+ IV. CSR CHANGE LOG.                                          *
000500*                                                               *
000510*           -----------  CSR CHANGES  -----------               *
000520*                                                               *
000530*  CSR    CHANGE      ANALYST      DESCRIPTION OF CHANGE        *
000540*  NBR     DATE        NAME                                     *
000550*                                                               *
000560*---------------------------------------------------------------*
000570* CR4218   10/15/26  ACS       NEW PROGRAM.  PA UNIT WORK QUEUE *
000580*                              - PENDING REQUESTS OLDEST FIRST, *
000590*                              EMERGENCY FILLS FLAGGED, REQUEST *
000600*                              DETAIL WITH CLAIM HISTORY, AND   *
000610*                              AUDITED APPROVE/DENY.            *
000620*****************************************************************
000630
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 DATA DIVISION.
000670 WORKING-STORAGE SECTION.
000680
000690 01  WK-030-MISC-CONSTANTS.
000700     05  WK-030-PROGRAM-NAME     PIC X(08)      VALUE 'PDDM7596'.
000710     05  WK-030-MAPSET-NAME      PIC X(08)      VALUE 'PDDM774M'.
000720     05  WK-030-MAP-NAME         PIC X(08)      VALUE 'PDDM774S'.
000730     05  WK-030-TRANID           PIC X(04)      VALUE 'W774'.
000740     05  WK-030-AUD-SRC-CD       PIC X(05)      VALUE 'W774 '.
000750
000760 01  WW-000-WORK-AREA.
000770     05  WW-000-EDIT-FAIL-SW      PIC X(01) VALUE 'N'.
000780         88  WW-000-EDIT-FAILED   VALUE 'Y'.
000790     05  WW-000-LINE-SUB          PIC S9(04) COMP VALUE +0.
000800     05  WW-000-SKIP-CNT          PIC S9(04) COMP VALUE +0.
000810     05  WW-000-SEL-NUM           PIC 9(01) VALUE ZERO.
000820     05  WW-000-LINE              PIC X(75).
000830     05  WW-000-EOF-SW            PIC X(01) VALUE 'N'.
000840         88  WW-000-CURSOR-EOF    VALUE 'Y'.
000850     05  WW-000-SYS-ID-DSP        PIC 9(09).
000860     05  WW-000-GCN-DSP           PIC 9(06).
000870     05  WW-000-AGE-DSP           PIC ZZZ9.
000880     05  WW-000-PAGE-DSP          PIC ZZ9.
000890     05  WW-000-QTY-DSP           PIC ZZZZZZZ9.999.
000900     05  WW-000-NDC-DSP           PIC 9(11) VALUE ZEROES.
000910     05  WW-000-EMERG-TX          PIC X(20).
000920     05  WW-000-QTY-CHK           PIC X(12).
000930     05  WW-000-QTY-DOTS          PIC S9(04) COMP VALUE +0.
000940     05  WW-000-DT-IN             PIC X(10).
000950     05  WW-000-DT-PARTS REDEFINES WW-000-DT-IN.
000960         10  WW-000-DT-YYYY       PIC 9(04).
000970         10  WW-000-DT-SEP-1      PIC X(01).
000980         10  WW-000-DT-MM         PIC 9(02).
000990         10  WW-000-DT-SEP-2      PIC X(01).
001000         10  WW-000-DT-DD         PIC 9(02).
001010     05  WW-000-DT-BAD-SW         PIC X(01).
001020         88  WW-000-DT-BAD        VALUE 'Y'.
001030
001040     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
001050     COPY CLPAUTTB.
001060     COPY CLPADATB.
001070 01  WS-000-HOST-VARS.
001080     05  WS-000-AGE-HRS           PIC S9(07) COMP-3.
001090     05  WS-000-EMERG-IND         PIC X(01).
001100     05  WS-000-RQST-TS           PIC X(26).
001110     05  WS-000-CRDHLDR-ID        PIC X(20).
001120     05  WS-000-LAST-NAM          PIC X(15).
001130     05  WS-000-DOB-DT            PIC X(10).
001140     05  WS-000-NDC-NUM           PIC 9(11).
001150     05  WS-000-DRUG-NAM          PIC X(30).
001160     05  WS-000-PRSC-STAT-CD      PIC X(01).
001170     05  WS-000-PRSC-SPCLTY-CD    PIC X(03).
001180     05  WS-000-TCN-NUM           PIC S9(17) COMP-3.
001190     05  WS-000-SVC-DT            PIC X(10).
001200     05  WS-000-PROV-ID           PIC X(15).
001210     05  WS-000-CLM-NDC-NUM       PIC S9(11) COMP-3.
001220     05  WS-000-STAT-CD           PIC X(01).
001230     05  WS-000-FST-EXC-CD        PIC X(04).
001240     05  WS-000-NEW-QTY           PIC S9(08)V9(03) COMP-3.
001250     EXEC SQL END DECLARE SECTION END-EXEC.
001260 01  WW-000-SQLCODE-DSP           PIC -(8)9.
001270*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
001280*    ROLE CHECK - INQUIRE FOR THE QUEUE, UPDATE TO DECIDE.
001290     COPY WKC90030.
001300
001310     EXEC SQL INCLUDE SQLCA END-EXEC.
001320
001330*****************************************************************
001340*  QUEUE CURSOR - EVERY PENDING REQUEST, OLDEST FIRST, WITH THE *
001350*  HOURS IT HAS WAITED AND THE EMERGENCY-FILL FLAG: A 72-HOUR   *
001360*  SUPPLY FOR THE SAME MEMBER AND GCN FILLED NO MORE THAN 30    *
001370*  DAYS BEFORE THE REQUEST'S SERVICE DATE.  A ROW PENDED BEFORE *
001380*  THE REQUEST TIME WAS STAMPED AGES FROM ITS SERVICE DATE.     *
001390*  PAGING IS DONE BY SKIPPING FETCHED ROWS.                     *
001400*****************************************************************
001410     EXEC SQL
001420         DECLARE W774QUE CURSOR FOR
001430         SELECT P.R_CUST_PART_NUM, P.B_SYS_ID, P.C_PA_AUTH_NUM,
001440                P.R_DRUG_GCN_SEQ_NUM,
001450                NVL(P.C_PA_RQST_TS, P.C_PA_BEG_DT),
001460                TRUNC((CURRENT_DATE -
001470                       TO_DATE(SUBSTR(NVL(P.C_PA_RQST_TS,
001480                                          P.C_PA_BEG_DT ||
001490                                          '-00.00.00'), 1, 19),
001500                               'YYYY-MM-DD-HH24.MI.SS')) * 24),
001510                CASE WHEN EXISTS
001520                       (SELECT 1
001530                          FROM C_EMERG_FILL_TB F
001540                         WHERE F.R_CUST_PART_NUM =
001550                                              P.R_CUST_PART_NUM
001560                           AND F.B_SYS_ID = P.B_SYS_ID
001570                           AND F.R_DRUG_GCN_SEQ_NUM =
001580                                           P.R_DRUG_GCN_SEQ_NUM
001590                           AND F.C_FILL_DT >=
001600                               TO_CHAR(TO_DATE(P.C_PA_BEG_DT,
001610                                               'YYYY-MM-DD') - 30,
001620                                       'YYYY-MM-DD'))
001630                     THEN 'E' ELSE ' ' END
001640           FROM C_PRIOR_AUTH_TB P
001650          WHERE P.C_PA_STAT_CD = 'P'
001660          ORDER BY 5, P.C_PA_AUTH_NUM
001670     END-EXEC.
001680
001690*****************************************************************
001700*  CLAIM HISTORY CURSOR - THE REQUEST MEMBER'S CLAIM LINES,     *
001710*  NEWEST FIRST, WITH THE FIRST POSTED EXCEPTION (AS PDDM7583). *
001720*****************************************************************
001730     EXEC SQL
001740         DECLARE W774CLM CURSOR FOR
001750         SELECT A.C_TCN_NUM,
001760                A.C_HDR_SVC_FST_DT,
001770                A.C_BLNG_PROV_ID,
001780                A.R_DRUG_CD,
001790                A.C_HDR_STAT_CD,
001800                COALESCE(
001810                  (SELECT MIN(E.R_CLM_EXC_CD)
001820                     FROM C_LI_EXC_TB E
001830                    WHERE E.C_TCN_NUM = A.C_TCN_NUM), ' ')
001840           FROM C_LI_DRUG_TB A
001850          WHERE A.R_CUST_PART_NUM = :CLPAUTTB-R-CUST-PART-NUM
001860            AND A.B_SYS_ID        = :CLPAUTTB-B-SYS-ID
001870          ORDER BY A.C_HDR_SVC_FST_DT DESC, A.C_TCN_NUM DESC
001880     END-EXEC.
001890
001900 01  WC-000-COMMAREA-WS.
001910     05  WC-000-PAGE-NUM          PIC S9(04) COMP.
001920     05  WC-000-PAGE-KEYS.
001930         10  WC-000-PAGE-KEY      OCCURS 6 TIMES.
001940             15  WC-000-PAGE-PART PIC S9(04) COMP.
001950             15  WC-000-PAGE-AUTH PIC X(20).
001960     05  WC-000-SEL-PART          PIC S9(04) COMP.
001970     05  WC-000-SEL-AUTH          PIC X(20).
001980
001990 LINKAGE SECTION.
002000 01  DFHCOMMAREA.
002010     05  PDDM7596-PAGE-NUM        PIC S9(04) COMP.
002020     05  PDDM7596-PAGE-KEY        OCCURS 6 TIMES.
002030         10  PDDM7596-PAGE-PART   PIC S9(04) COMP.
002040         10  PDDM7596-PAGE-AUTH   PIC X(20).
002050     05  PDDM7596-SEL-PART        PIC S9(04) COMP.
002060     05  PDDM7596-SEL-AUTH        PIC X(20).
002070
002080     COPY PDDM774M.
002090*****************************************************************
002100*    PROCEDURE DIVISION                                         *
002110*****************************************************************
002120 PROCEDURE DIVISION.
002130*****************************************************************
002140*    S100-000-MAINLINE - FIRST-TIME VS. RETURN DISPATCH         *
002150*****************************************************************
002160 S100-000-MAINLINE.
002170     IF EIBCALEN = 0
002180         PERFORM S200-000-INIT-SCREEN
002190             THRU S200-999-EXIT
002200     ELSE
002210         MOVE DFHCOMMAREA        TO WC-000-COMMAREA-WS
002220         PERFORM S300-000-RECEIVE-MAP
002230             THRU S300-999-EXIT
002240         PERFORM S400-000-PROCESS
002250             THRU S400-999-EXIT
002260     END-IF.
002270     PERFORM S800-000-SEND-MAP
002280         THRU S800-999-EXIT.
002290     MOVE WC-000-COMMAREA-WS     TO DFHCOMMAREA.
002300     EXEC CICS
002310         RETURN TRANSID(WK-030-TRANID)
002320                COMMAREA(DFHCOMMAREA)
002330     END-EXEC.
002340     GOBACK.
002350*****************************************************************
002360*    S200-000-INIT-SCREEN - BLANK THE SCREEN ON FIRST ENTRY     *
002370*****************************************************************
002380 S200-000-INIT-SCREEN.
002390     MOVE LOW-VALUES             TO PDDM774MO.
002400     INITIALIZE WC-000-COMMAREA-WS.
002410     MOVE 'PRESS ENTER TO LIST THE PENDING PA REQUESTS' TO MSGO.
002420 S200-999-EXIT.
002430     EXIT.
002440*****************************************************************
002450*    S300-000-RECEIVE-MAP - FIELDS THE OPERATOR DID NOT TOUCH   *
002460*    COME BACK AS LOW-VALUES AND ARE BLANKED FOR THE EDITS      *
002470*****************************************************************
002480 S300-000-RECEIVE-MAP.
002490     EXEC CICS
002500         RECEIVE MAP(WK-030-MAP-NAME)
002510                 MAPSET(WK-030-MAPSET-NAME)
002520                 INTO(PDDM774MI)
002530     END-EXEC.
002540     INSPECT PICKI   REPLACING ALL LOW-VALUE BY SPACE.
002550     INSPECT NEXTI   REPLACING ALL LOW-VALUE BY SPACE.
002560     INSPECT ACTCDI  REPLACING ALL LOW-VALUE BY SPACE.
002570     INSPECT AQTYI   REPLACING ALL LOW-VALUE BY SPACE.
002580     INSPECT ABEGDTI REPLACING ALL LOW-VALUE BY SPACE.
002590     INSPECT AENDDTI REPLACING ALL LOW-VALUE BY SPACE.
002600     INSPECT DNYRSNI REPLACING ALL LOW-VALUE BY SPACE.
002610 S300-999-EXIT.
002620     EXIT.
002630*****************************************************************
002640*    S350-000-CHECK-AUTH - SIGN-ON AUTHORIZATION THROUGH THE    *
002650*    SHARED PDDS9003 ROUTINE.  THE CALLER SETS THE ACCESS       *
002660*    LEVEL AND KEY; EVERY USE LOGS.                             *
002670*****************************************************************
002680 S350-000-CHECK-AUTH.
002690*    THE SIGNED-ON USER, NOT THE TERMINAL - THE DECISION STAMP
002700*    AND AUDIT ROW MUST NAME THE REVIEWER.
002710     EXEC CICS ASSIGN
002720         USERID(WK-9003-OPER-ID)
002730     END-EXEC.
002740     MOVE WK-030-TRANID          TO WK-9003-TRAN-ID.
002750     CALL 'PDDS9003' USING WK-9003-CALL-PARMS.
002760     IF WK-9003-ACCESS-DENIED
002770         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION - SEE SECURITY'
002780                                 TO MSGO
002790     END-IF.
002800 S350-999-EXIT.
002810     EXIT.
002820*****************************************************************
002830*    S400-000-PROCESS - A OR D DECIDES THE SELECTED REQUEST;    *
002840*    OTHERWISE A LINE NUMBER SELECTS A REQUEST AND 'N' PAGES.   *
002850*    THE QUEUE PAGE AND THE SELECTED DETAIL ARE REPAINTED       *
002860*    EVERY TIME.                                                *
002870*****************************************************************
002880 S400-000-PROCESS.
002890     MOVE SPACES                 TO MSGO.
002900     IF ACTCDI NOT = SPACE AND 'A' AND 'D'
002910         MOVE 'INVALID ACTION - A TO APPROVE, D TO DENY' TO MSGO
002920         GO TO S400-999-EXIT
002930     END-IF.
002940     IF ACTCDI = 'A' OR 'D'
002950         IF WC-000-SEL-AUTH = SPACES OR LOW-VALUES
002960             MOVE 'SELECT A REQUEST BEFORE APPROVING OR DENYING'
002970                                 TO MSGO
002980             GO TO S400-999-EXIT
002990         END-IF
003000         MOVE 'U'                TO WK-9003-REQ-ACCESS-CD
003010         MOVE WC-000-SEL-AUTH    TO WK-9003-KEY-TX
003020     ELSE
003030         MOVE 'I'                TO WK-9003-REQ-ACCESS-CD
003040         MOVE 'PA QUEUE'         TO WK-9003-KEY-TX
003050     END-IF.
003060     PERFORM S350-000-CHECK-AUTH
003070         THRU S350-999-EXIT.
003080     IF WK-9003-ACCESS-DENIED
003090         GO TO S400-999-EXIT
003100     END-IF.
003110     IF ACTCDI = 'A' OR 'D'
003120         PERFORM S500-000-DECIDE
003130             THRU S500-999-EXIT
003140     ELSE
003150         PERFORM S410-000-CHECK-SELECT
003160             THRU S410-999-EXIT
003170     END-IF.
003180     PERFORM S420-000-LIST-QUEUE
003190         THRU S420-999-EXIT.
003200     IF WC-000-SEL-AUTH NOT = SPACES AND LOW-VALUES
003210         PERFORM S600-000-SHOW-REQUEST
003220             THRU S600-999-EXIT
003230     END-IF.
003240 S400-999-EXIT.
003250     EXIT.
003260*****************************************************************
003270*    S410-000-CHECK-SELECT - A LINE NUMBER PICKS THE REQUEST    *
003280*    SHOWN ON THAT LINE OF THE LAST PAGE; 'N' MOVES FORWARD     *
003290*****************************************************************
003300 S410-000-CHECK-SELECT.
003310     IF NEXTI = 'N'
003320         ADD 1 TO WC-000-PAGE-NUM
003330     END-IF.
003340     IF PICKI NOT NUMERIC
003350      OR PICKI = '0' OR '7' OR '8' OR '9'
003360         GO TO S410-999-EXIT
003370     END-IF.
003380     MOVE PICKI                  TO WW-000-SEL-NUM.
003390     IF WC-000-PAGE-AUTH (WW-000-SEL-NUM) = SPACES OR LOW-VALUES
003400         MOVE 'SELECTED LINE HAS NO REQUEST' TO MSGO
003410         GO TO S410-999-EXIT
003420     END-IF.
003430     MOVE WC-000-PAGE-PART (WW-000-SEL-NUM) TO WC-000-SEL-PART.
003440     MOVE WC-000-PAGE-AUTH (WW-000-SEL-NUM) TO WC-000-SEL-AUTH.
003450 S410-999-EXIT.
003460     EXIT.
003470*****************************************************************
003480*    S420-000-LIST-QUEUE - ONE PAGE OF SIX PENDING REQUESTS     *
003490*****************************************************************
003500 S420-000-LIST-QUEUE.
003510     IF WC-000-PAGE-NUM < 1
003520         MOVE 1 TO WC-000-PAGE-NUM
003530     END-IF.
003540     MOVE SPACES                 TO Q1O Q2O Q3O Q4O Q5O Q6O.
003550     INITIALIZE WC-000-PAGE-KEYS.
003560     MOVE ZERO                   TO WW-000-LINE-SUB.
003570     COMPUTE WW-000-SKIP-CNT =
003580         (WC-000-PAGE-NUM - 1) * 6.
003590     MOVE 'N'                    TO WW-000-EOF-SW.
003600     EXEC SQL
003610         OPEN W774QUE
003620     END-EXEC.
003630     IF SQLCODE NOT = 0
003640         PERFORM S900-000-SQL-ERROR
003650             THRU S900-999-EXIT
003660         GO TO S420-999-EXIT
003670     END-IF.
003680     PERFORM S430-000-FETCH-QUEUE
003690         THRU S430-999-EXIT
003700         UNTIL WW-000-CURSOR-EOF
003710            OR WW-000-LINE-SUB NOT < 6.
003720     EXEC SQL
003730         CLOSE W774QUE
003740     END-EXEC.
003750     MOVE WC-000-PAGE-NUM        TO WW-000-PAGE-DSP.
003760     MOVE WW-000-PAGE-DSP        TO PAGEO.
003770     IF MSGO NOT = SPACES
003780         GO TO S420-999-EXIT
003790     END-IF.
003800     IF WW-000-LINE-SUB = ZERO
003810         IF WC-000-PAGE-NUM = 1
003820             MOVE 'NO PA REQUESTS PENDING' TO MSGO
003830         ELSE
003840             MOVE 'END OF PA QUEUE' TO MSGO
003850         END-IF
003860     ELSE
003870         MOVE 'KEY A LINE NUMBER TO WORK THAT REQUEST' TO MSGO
003880     END-IF.
003890 S420-999-EXIT.
003900     EXIT.
003910*****************************************************************
003920*    S430-000-FETCH-QUEUE - SKIP TO THE PAGE, THEN ONE REQUEST  *
003930*    TO ONE SCREEN LINE                                         *
003940*****************************************************************
003950 S430-000-FETCH-QUEUE.
003960     EXEC SQL
003970         FETCH W774QUE
003980         INTO :CLPAUTTB-R-CUST-PART-NUM,
003990              :CLPAUTTB-B-SYS-ID,
004000              :CLPAUTTB-C-PA-AUTH-NUM,
004010              :CLPAUTTB-R-DRUG-GCN-SEQ-NUM,
004020              :WS-000-RQST-TS,
004030              :WS-000-AGE-HRS,
004040              :WS-000-EMERG-IND
004050     END-EXEC.
004060     EVALUATE SQLCODE
004070       WHEN 0
004080         IF WW-000-SKIP-CNT > ZERO
004090             SUBTRACT 1 FROM WW-000-SKIP-CNT
004100         ELSE
004110             PERFORM S440-000-FORMAT-QUEUE-LINE
004120                 THRU S440-999-EXIT
004130         END-IF
004140       WHEN 100
004150         MOVE 'Y'                TO WW-000-EOF-SW
004160       WHEN OTHER
004170         PERFORM S900-000-SQL-ERROR
004180             THRU S900-999-EXIT
004190         MOVE 'Y'                TO WW-000-EOF-SW
004200     END-EVALUATE.
004210 S430-999-EXIT.
004220     EXIT.
004230*****************************************************************
004240*    S440-000-FORMAT-QUEUE-LINE - LINE NUMBER, EMERGENCY FLAG,  *
004250*    RECEIVED, AUTH NUMBER, MEMBER, GCN AND HOURS WAITING       *
004260*****************************************************************
004270 S440-000-FORMAT-QUEUE-LINE.
004280     ADD 1                       TO WW-000-LINE-SUB.
004290     MOVE CLPAUTTB-R-CUST-PART-NUM
004300       TO WC-000-PAGE-PART (WW-000-LINE-SUB).
004310     MOVE CLPAUTTB-C-PA-AUTH-NUM
004320       TO WC-000-PAGE-AUTH (WW-000-LINE-SUB).
004330     MOVE CLPAUTTB-B-SYS-ID      TO WW-000-SYS-ID-DSP.
004340     MOVE CLPAUTTB-R-DRUG-GCN-SEQ-NUM TO WW-000-GCN-DSP.
004350     MOVE WS-000-AGE-HRS         TO WW-000-AGE-DSP.
004360     MOVE WW-000-LINE-SUB        TO WW-000-SEL-NUM.
004370     MOVE SPACES                 TO WW-000-LINE.
004380     STRING WW-000-SEL-NUM
004390            ' ' WS-000-EMERG-IND
004400            ' ' WS-000-RQST-TS (1:16)
004410            ' ' CLPAUTTB-C-PA-AUTH-NUM (1:19)
004420            ' MBR ' WW-000-SYS-ID-DSP
004430            ' GCN ' WW-000-GCN-DSP
004440            ' HRS ' WW-000-AGE-DSP
004450         DELIMITED BY SIZE INTO WW-000-LINE.
004460     EVALUATE WW-000-LINE-SUB
004470       WHEN 1 MOVE WW-000-LINE TO Q1O
004480       WHEN 2 MOVE WW-000-LINE TO Q2O
004490       WHEN 3 MOVE WW-000-LINE TO Q3O
004500       WHEN 4 MOVE WW-000-LINE TO Q4O
004510       WHEN 5 MOVE WW-000-LINE TO Q5O
004520       WHEN 6 MOVE WW-000-LINE TO Q6O
004530     END-EVALUATE.
004540 S440-999-EXIT.
004550     EXIT.
004560*****************************************************************
004570*    S500-000-DECIDE - EDIT THE DECISION, RE-READ THE ROW AS    *
004580*    THE BEFORE IMAGE, UPDATE IT ONLY IF STILL PENDING, THEN    *
004590*    AUDIT.  A FAILURE AFTER THE UPDATE BACKS IT OUT.           *
004600*****************************************************************
004610 S500-000-DECIDE.
004620     MOVE WC-000-SEL-PART        TO CLPAUTTB-R-CUST-PART-NUM.
004630     MOVE WC-000-SEL-AUTH        TO CLPAUTTB-C-PA-AUTH-NUM.
004640     PERFORM S610-000-READ-REQUEST
004650         THRU S610-999-EXIT.
004660     IF WW-000-EDIT-FAILED
004670         GO TO S500-999-EXIT
004680     END-IF.
004690     IF NOT CLPAUTTB-C-PA-PENDING
004700         MOVE 'REQUEST IS NO LONGER PENDING - ALREADY DECIDED'
004710                                 TO MSGO
004720         GO TO S500-999-EXIT
004730     END-IF.
004740     IF ACTCDI = 'A'
004750         PERFORM S510-000-EDIT-APPROVE
004760             THRU S510-999-EXIT
004770     ELSE
004780         IF DNYRSNI = SPACES
004790             MOVE 'A DENIAL REASON CODE IS REQUIRED' TO MSGO
004800             SET WW-000-EDIT-FAILED TO TRUE
004810         END-IF
004820     END-IF.
004830     IF WW-000-EDIT-FAILED
004840         GO TO S500-999-EXIT
004850     END-IF.
004860     INITIALIZE CLPADATB-C-PA-DCSN-AUD-TB.
004870     MOVE CLPAUTTB-C-PA-STAT-CD  TO CLPADATB-C-BEF-STAT-CD.
004880     MOVE CLPAUTTB-C-PA-BEG-DT   TO CLPADATB-C-BEF-BEG-DT.
004890     MOVE CLPAUTTB-C-PA-END-DT   TO CLPADATB-C-BEF-END-DT.
004900     MOVE CLPAUTTB-C-PA-AUTH-QTY TO CLPADATB-C-BEF-AUTH-QTY.
004910     IF ACTCDI = 'A'
004920         MOVE 'A'                TO CLPAUTTB-C-PA-STAT-CD
004930         MOVE ABEGDTI            TO CLPAUTTB-C-PA-BEG-DT
004940         MOVE AENDDTI            TO CLPAUTTB-C-PA-END-DT
004950         MOVE WS-000-NEW-QTY     TO CLPAUTTB-C-PA-AUTH-QTY
004960         MOVE SPACES             TO CLPAUTTB-C-PA-DENY-RSN-CD
004970     ELSE
004980         MOVE 'D'                TO CLPAUTTB-C-PA-STAT-CD
004990         MOVE DNYRSNI            TO CLPAUTTB-C-PA-DENY-RSN-CD
005000     END-IF.
005010     MOVE WK-9003-OPER-ID        TO CLPAUTTB-C-PA-DCSN-USER-ID.
005020*    THE NEW QUANTITY IS BOTH AUTHORIZED AND REMAINING - NOTHING
005030*    HAS PAID AGAINST A PENDING REQUEST.  THE STATUS TEST IN THE
005040*    WHERE CLAUSE KEEPS TWO REVIEWERS FROM DECIDING IT TWICE.
005050     EXEC SQL
005060         UPDATE C_PRIOR_AUTH_TB
005070            SET C_PA_STAT_CD      = :CLPAUTTB-C-PA-STAT-CD,
005080                C_PA_BEG_DT       = :CLPAUTTB-C-PA-BEG-DT,
005090                C_PA_END_DT       = :CLPAUTTB-C-PA-END-DT,
005100                C_PA_AUTH_QTY     = :CLPAUTTB-C-PA-AUTH-QTY,
005110                C_PA_QTY_REMAIN   = :CLPAUTTB-C-PA-AUTH-QTY,
005120                C_PA_DENY_RSN_CD  = :CLPAUTTB-C-PA-DENY-RSN-CD,
005130                C_PA_DCSN_USER_ID = :CLPAUTTB-C-PA-DCSN-USER-ID,
005140                C_PA_DCSN_TS      =
005150                    TO_CHAR(CURRENT_TIMESTAMP,
005160                            'YYYY-MM-DD-HH24.MI.SS.FF6')
005170          WHERE R_CUST_PART_NUM   = :CLPAUTTB-R-CUST-PART-NUM
005180            AND C_PA_AUTH_NUM     = :CLPAUTTB-C-PA-AUTH-NUM
005190            AND C_PA_STAT_CD      = 'P'
005200     END-EXEC.
005210     EVALUATE SQLCODE
005220       WHEN 0
005230         CONTINUE
005240       WHEN 100
005250         MOVE 'REQUEST IS NO LONGER PENDING - ALREADY DECIDED'
005260                                 TO MSGO
005270         GO TO S500-999-EXIT
005280       WHEN OTHER
005290         PERFORM S900-000-SQL-ERROR
005300             THRU S900-999-EXIT
005310         GO TO S500-999-EXIT
005320     END-EVALUATE.
005330     PERFORM S520-000-WRITE-AUDIT
005340         THRU S520-999-EXIT.
005350     IF WW-000-EDIT-FAILED
005360         GO TO S500-999-EXIT
005370     END-IF.
005380     MOVE SPACES                 TO MSGO.
005390     IF ACTCDI = 'A'
005400         STRING 'APPROVED - CLAIMS CITING '
005410                CLPAUTTB-C-PA-AUTH-NUM ' NOW PAY THROUGH S937'
005420             DELIMITED BY SIZE INTO MSGO
005430     ELSE
005440         MOVE 'REQUEST DENIED AND AUDITED' TO MSGO
005450     END-IF.
005460 S500-999-EXIT.
005470     EXIT.
005480*****************************************************************
005490*    S510-000-EDIT-APPROVE - QUANTITY GREATER THAN ZERO (DIGITS *
005500*    AND ONE DECIMAL POINT, AS PDDM7589 EDITS AN AMOUNT) AND A  *
005510*    VALID DATE RANGE.  BLANK DATES TAKE THE REQUESTED RANGE.   *
005520*****************************************************************
005530 S510-000-EDIT-APPROVE.
005540     MOVE 'Y'                    TO WW-000-EDIT-FAIL-SW.
005550     MOVE 'N'                    TO WW-000-DT-BAD-SW.
005560     MOVE ZERO                   TO WW-000-QTY-DOTS.
005570     IF AQTYI = SPACES
005580         MOVE 'AUTHORIZED QUANTITY IS REQUIRED TO APPROVE' TO MSGO
005590         GO TO S510-999-EXIT
005600     END-IF.
005610     MOVE AQTYI                  TO WW-000-QTY-CHK.
005620     INSPECT WW-000-QTY-CHK TALLYING WW-000-QTY-DOTS
005630         FOR ALL '.'.
005640     INSPECT WW-000-QTY-CHK CONVERTING '0123456789.'
005650                                    TO '           '.
005660     IF WW-000-QTY-CHK NOT = SPACES
005670      OR WW-000-QTY-DOTS > 1
005680         MOVE 'AUTHORIZED QUANTITY MUST BE NUMERIC' TO MSGO
005690         GO TO S510-999-EXIT
005700     END-IF.
005710     COMPUTE WS-000-NEW-QTY = FUNCTION NUMVAL (AQTYI).
005720     IF WS-000-NEW-QTY NOT > ZERO
005730         MOVE 'AUTHORIZED QUANTITY MUST BE GREATER THAN ZERO'
005740                                 TO MSGO
005750         GO TO S510-999-EXIT
005760     END-IF.
005770     IF ABEGDTI = SPACES
005780         MOVE CLPAUTTB-C-PA-BEG-DT TO ABEGDTI
005790     END-IF.
005800     IF AENDDTI = SPACES
005810         MOVE CLPAUTTB-C-PA-END-DT TO AENDDTI
005820     END-IF.
005830     MOVE ABEGDTI                TO WW-000-DT-IN.
005840     PERFORM S530-000-EDIT-DATE
005850         THRU S530-999-EXIT.
005860     MOVE AENDDTI                TO WW-000-DT-IN.
005870     PERFORM S530-000-EDIT-DATE
005880         THRU S530-999-EXIT.
005890     IF WW-000-DT-BAD OR AENDDTI < ABEGDTI
005900         MOVE 'BAD DATE RANGE - CCYY-MM-DD, END NOT < BEGIN'
005910                                 TO MSGO
005920         GO TO S510-999-EXIT
005930     END-IF.
005940     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
005950 S510-999-EXIT.
005960     EXIT.
005970*****************************************************************
005980*    S520-000-WRITE-AUDIT - THE C_PA_DCSN_AUD_TB ROW.  THE      *
005990*    CALLER HAS SET THE BEFORE IMAGE; THE AFTER IMAGE IS THE    *
006000*    ROW AS UPDATED.                                            *
006010*****************************************************************
006020 S520-000-WRITE-AUDIT.
006030     MOVE WK-9003-OPER-ID        TO CLPADATB-C-AUD-USER-ID.
006040     MOVE WK-030-AUD-SRC-CD      TO CLPADATB-C-AUD-SRC-CD.
006050     MOVE ACTCDI                 TO CLPADATB-C-AUD-ACTN-CD.
006060     MOVE CLPAUTTB-R-CUST-PART-NUM TO CLPADATB-R-CUST-PART-NUM.
006070     MOVE CLPAUTTB-B-SYS-ID      TO CLPADATB-B-SYS-ID.
006080     MOVE CLPAUTTB-C-PA-AUTH-NUM TO CLPADATB-C-PA-AUTH-NUM.
006090     MOVE CLPAUTTB-R-DRUG-GCN-SEQ-NUM
006100                                 TO CLPADATB-R-DRUG-GCN-SEQ-NUM.
006110     MOVE CLPAUTTB-C-PA-STAT-CD  TO CLPADATB-C-AFT-STAT-CD.
006120     MOVE CLPAUTTB-C-PA-BEG-DT   TO CLPADATB-C-AFT-BEG-DT.
006130     MOVE CLPAUTTB-C-PA-END-DT   TO CLPADATB-C-AFT-END-DT.
006140     MOVE CLPAUTTB-C-PA-AUTH-QTY TO CLPADATB-C-AFT-AUTH-QTY.
006150     MOVE CLPAUTTB-C-PA-DENY-RSN-CD TO CLPADATB-C-DENY-RSN-CD.
006160     EXEC SQL
006170         INSERT INTO C_PA_DCSN_AUD_TB
006180             (C_AUD_TS, C_AUD_USER_ID, C_AUD_SRC_CD,
006190              C_AUD_ACTN_CD, R_CUST_PART_NUM, B_SYS_ID,
006200              C_PA_AUTH_NUM, R_DRUG_GCN_SEQ_NUM,
006210              C_BEF_STAT_CD, C_BEF_BEG_DT, C_BEF_END_DT,
006220              C_BEF_AUTH_QTY,
006230              C_AFT_STAT_CD, C_AFT_BEG_DT, C_AFT_END_DT,
006240              C_AFT_AUTH_QTY, C_DENY_RSN_CD)
006250         VALUES
006260             (TO_CHAR(CURRENT_TIMESTAMP,
006270                      'YYYY-MM-DD-HH24.MI.SS.FF6'),
006280              :CLPADATB-C-AUD-USER-ID, :CLPADATB-C-AUD-SRC-CD,
006290              :CLPADATB-C-AUD-ACTN-CD,
006300              :CLPADATB-R-CUST-PART-NUM, :CLPADATB-B-SYS-ID,
006310              :CLPADATB-C-PA-AUTH-NUM,
006320              :CLPADATB-R-DRUG-GCN-SEQ-NUM,
006330              :CLPADATB-C-BEF-STAT-CD, :CLPADATB-C-BEF-BEG-DT,
006340              :CLPADATB-C-BEF-END-DT, :CLPADATB-C-BEF-AUTH-QTY,
006350              :CLPADATB-C-AFT-STAT-CD, :CLPADATB-C-AFT-BEG-DT,
006360              :CLPADATB-C-AFT-END-DT, :CLPADATB-C-AFT-AUTH-QTY,
006370              :CLPADATB-C-DENY-RSN-CD)
006380     END-EXEC.
006390     IF SQLCODE NOT = 0
006400         PERFORM S900-000-SQL-ERROR
006410             THRU S900-999-EXIT
006420         EXEC CICS
006430             SYNCPOINT ROLLBACK
006440         END-EXEC
006450     END-IF.
006460 S520-999-EXIT.
006470     EXIT.
006480*****************************************************************
006490*    S530-000-EDIT-DATE - WW-000-DT-IN MUST BE A YYYY-MM-DD     *
006500*    DATE WITH A REAL MONTH AND A DAY OF 01-31.  WW-000-DT-BAD  *
006510*    IS SET ON A FAILURE AND LEFT SET.                          *
006520*****************************************************************
006530 S530-000-EDIT-DATE.
006540     IF WW-000-DT-YYYY NOT NUMERIC
006550      OR WW-000-DT-MM NOT NUMERIC
006560      OR WW-000-DT-DD NOT NUMERIC
006570      OR WW-000-DT-SEP-1 NOT = '-'
006580      OR WW-000-DT-SEP-2 NOT = '-'
006590         MOVE 'Y'                TO WW-000-DT-BAD-SW
006600         GO TO S530-999-EXIT
006610     END-IF.
006620     IF WW-000-DT-MM < 01 OR WW-000-DT-MM > 12
006630      OR WW-000-DT-DD < 01 OR WW-000-DT-DD > 31
006640         MOVE 'Y'                TO WW-000-DT-BAD-SW
006650     END-IF.
006660 S530-999-EXIT.
006670     EXIT.
006680*****************************************************************
006690*    S600-000-SHOW-REQUEST - THE SELECTED REQUEST'S MEMBER,     *
006700*    DRUG, PRESCRIBER, RECEIVED/DECISION LINE AND THE MEMBER'S  *
006710*    RECENT CLAIMS                                              *
006720*****************************************************************
006730 S600-000-SHOW-REQUEST.
006740     MOVE SPACES                 TO AUTHNOO MBRLNO DRUGLNO PRSCLNO
006750                                    RQSTLNO H1O H2O H3O H4O H5O.
006760     MOVE WC-000-SEL-PART        TO CLPAUTTB-R-CUST-PART-NUM.
006770     MOVE WC-000-SEL-AUTH        TO CLPAUTTB-C-PA-AUTH-NUM.
006780     PERFORM S610-000-READ-REQUEST
006790         THRU S610-999-EXIT.
006800     IF WW-000-EDIT-FAILED
006810         GO TO S600-999-EXIT
006820     END-IF.
006830     MOVE CLPAUTTB-C-PA-AUTH-NUM TO AUTHNOO.
006840     PERFORM S620-000-MEMBER-LINE
006850         THRU S620-999-EXIT.
006860     PERFORM S630-000-DRUG-LINE
006870         THRU S630-999-EXIT.
006880     PERFORM S640-000-PRESCRIBER-LINE
006890         THRU S640-999-EXIT.
006900     PERFORM S650-000-REQUEST-LINE
006910         THRU S650-999-EXIT.
006920     PERFORM S660-000-CLAIM-HISTORY
006930         THRU S660-999-EXIT.
006940 S600-999-EXIT.
006950     EXIT.
006960*****************************************************************
006970*    S610-000-READ-REQUEST - THE C_PRIOR_AUTH_TB ROW FOR THE    *
006980*    SELECTED PART AND AUTH NUMBER, WITH ITS AGE AND FLAG       *
006990*****************************************************************
007000 S610-000-READ-REQUEST.
007010     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
007020     EXEC SQL
007030         SELECT B_SYS_ID, R_DRUG_GCN_SEQ_NUM, C_PA_STAT_CD,
007040                C_PA_BEG_DT, C_PA_END_DT, C_PA_AUTH_QTY,
007050                NVL(C_PA_RQST_TS, C_PA_BEG_DT),
007060                NVL(C_PA_PRSC_ID_CD, ' '), NVL(C_PA_PRSC_ID, ' '),
007070                NVL(C_PA_DRUG_CD, ' '), NVL(C_PA_DCSN_TS, ' '),
007080                NVL(C_PA_DCSN_USER_ID, ' '),
007090                NVL(C_PA_DENY_RSN_CD, ' '),
007100                TRUNC((CURRENT_DATE -
007110                       TO_DATE(SUBSTR(NVL(C_PA_RQST_TS,
007120                                          C_PA_BEG_DT ||
007130                                          '-00.00.00'), 1, 19),
007140                               'YYYY-MM-DD-HH24.MI.SS')) * 24)
007150           INTO :CLPAUTTB-B-SYS-ID,
007160                :CLPAUTTB-R-DRUG-GCN-SEQ-NUM,
007170                :CLPAUTTB-C-PA-STAT-CD,
007180                :CLPAUTTB-C-PA-BEG-DT, :CLPAUTTB-C-PA-END-DT,
007190                :CLPAUTTB-C-PA-AUTH-QTY,
007200                :WS-000-RQST-TS,
007210                :CLPAUTTB-C-PA-PRSC-ID-CD, :CLPAUTTB-C-PA-PRSC-ID,
007220                :CLPAUTTB-C-PA-DRUG-CD, :CLPAUTTB-C-PA-DCSN-TS,
007230                :CLPAUTTB-C-PA-DCSN-USER-ID,
007240                :CLPAUTTB-C-PA-DENY-RSN-CD,
007250                :WS-000-AGE-HRS
007260           FROM C_PRIOR_AUTH_TB
007270          WHERE R_CUST_PART_NUM = :CLPAUTTB-R-CUST-PART-NUM
007280            AND C_PA_AUTH_NUM   = :CLPAUTTB-C-PA-AUTH-NUM
007290            AND ROWNUM = 1
007300     END-EXEC.
007310     EVALUATE SQLCODE
007320       WHEN 0
007330         CONTINUE
007340       WHEN 100
007350         SET WW-000-EDIT-FAILED  TO TRUE
007360         MOVE 'REQUEST NO LONGER ON C_PRIOR_AUTH_TB' TO MSGO
007370         MOVE SPACES             TO WC-000-SEL-AUTH
007380       WHEN OTHER
007390         PERFORM S900-000-SQL-ERROR
007400             THRU S900-999-EXIT
007410     END-EVALUATE.
007420 S610-999-EXIT.
007430     EXIT.
007440*****************************************************************
007450*    S620-000-MEMBER-LINE                                       *
007460*****************************************************************
007470 S620-000-MEMBER-LINE.
007480     MOVE CLPAUTTB-B-SYS-ID      TO WW-000-SYS-ID-DSP.
007490     MOVE SPACES                 TO WS-000-CRDHLDR-ID
007500                                    WS-000-LAST-NAM WS-000-DOB-DT.
007510     EXEC SQL
007520         SELECT B_CRDHLDR_ID, B_LAST_NAM, B_DOB_DT
007530           INTO :WS-000-CRDHLDR-ID, :WS-000-LAST-NAM,
007540                :WS-000-DOB-DT
007550           FROM R_MBR_ELIG_TB
007560          WHERE R_CUST_PART_NUM = :CLPAUTTB-R-CUST-PART-NUM
007570            AND B_SYS_ID        = :CLPAUTTB-B-SYS-ID
007580            AND ROWNUM = 1
007590     END-EXEC.
007600     IF SQLCODE NOT = 0 AND 100
007610         PERFORM S900-000-SQL-ERROR
007620             THRU S900-999-EXIT
007630         GO TO S620-999-EXIT
007640     END-IF.
007650     STRING 'MEMBER ' WW-000-SYS-ID-DSP
007660            ' CARDHOLDER ' WS-000-CRDHLDR-ID
007670            ' ' WS-000-LAST-NAM
007680            ' DOB ' WS-000-DOB-DT
007690         DELIMITED BY SIZE INTO MBRLNO.
007700 S620-999-EXIT.
007710     EXIT.
007720*****************************************************************
007730*    S630-000-DRUG-LINE - GCN, NDC ON THE REQUEST AND ITS LABEL *
007740*    NAME FROM THE DRUG MASTER                                  *
007750*****************************************************************
007760 S630-000-DRUG-LINE.
007770     MOVE CLPAUTTB-R-DRUG-GCN-SEQ-NUM TO WW-000-GCN-DSP.
007780     MOVE SPACES                 TO WS-000-DRUG-NAM.
007790     IF CLPAUTTB-C-PA-DRUG-CD NUMERIC
007800         MOVE CLPAUTTB-C-PA-DRUG-CD TO WS-000-NDC-NUM
007810         EXEC SQL
007820             SELECT NVL(R_DRUG_LBL_NAM, ' ')
007830               INTO :WS-000-DRUG-NAM
007840               FROM R_DRUG_MSTR_TB
007850              WHERE R_DRUG_NDC_NUM = :WS-000-NDC-NUM
007860                AND ROWNUM = 1
007870         END-EXEC
007880         IF SQLCODE NOT = 0 AND 100
007890             PERFORM S900-000-SQL-ERROR
007900                 THRU S900-999-EXIT
007910             GO TO S630-999-EXIT
007920         END-IF
007930     END-IF.
007940     STRING 'DRUG GCN ' WW-000-GCN-DSP
007950            ' NDC ' CLPAUTTB-C-PA-DRUG-CD
007960            ' ' WS-000-DRUG-NAM
007970         DELIMITED BY SIZE INTO DRUGLNO.
007980 S630-999-EXIT.
007990     EXIT.
008000*****************************************************************
008010*    S640-000-PRESCRIBER-LINE - THE PRESCRIBER ON THE REQUEST   *
008020*    WITH ITS CURRENT MASTER STATUS AND SPECIALTY               *
008030*****************************************************************
008040 S640-000-PRESCRIBER-LINE.
008050     MOVE SPACES                 TO WS-000-PRSC-STAT-CD
008060                                    WS-000-PRSC-SPCLTY-CD.
008070     IF CLPAUTTB-C-PA-PRSC-ID = SPACES
008080         MOVE 'PRESCRIBER NOT RECORDED ON THIS REQUEST' TO PRSCLNO
008090         GO TO S640-999-EXIT
008100     END-IF.
008110     EXEC SQL
008120         SELECT C_PRSC_STAT_CD, NVL(C_PRSC_SPCLTY_CD, ' ')
008130           INTO :WS-000-PRSC-STAT-CD, :WS-000-PRSC-SPCLTY-CD
008140           FROM C_PRSC_MSTR_TB
008150          WHERE C_PRSC_ID_CD = :CLPAUTTB-C-PA-PRSC-ID-CD
008160            AND C_PRSC_ID    = :CLPAUTTB-C-PA-PRSC-ID
008170     END-EXEC.
008180     IF SQLCODE NOT = 0 AND 100
008190         PERFORM S900-000-SQL-ERROR
008200             THRU S900-999-EXIT
008210         GO TO S640-999-EXIT
008220     END-IF.
008230     STRING 'PRESCRIBER ' CLPAUTTB-C-PA-PRSC-ID-CD
008240            '/' CLPAUTTB-C-PA-PRSC-ID
008250            ' STATUS ' WS-000-PRSC-STAT-CD
008260            ' SPECIALTY ' WS-000-PRSC-SPCLTY-CD
008270         DELIMITED BY SIZE INTO PRSCLNO.
008280 S640-999-EXIT.
008290     EXIT.
008300*****************************************************************
008310*    S650-000-REQUEST-LINE - RECEIVED, HOURS WAITING, QUANTITY  *
008320*    AND FLAG WHILE PENDING; THE DECISION ONCE MADE             *
008330*****************************************************************
008340 S650-000-REQUEST-LINE.
008350     MOVE CLPAUTTB-C-PA-AUTH-QTY TO WW-000-QTY-DSP.
008360     IF NOT CLPAUTTB-C-PA-PENDING
008370         STRING 'DECIDED ' CLPAUTTB-C-PA-STAT-CD
008380                ' BY ' CLPAUTTB-C-PA-DCSN-USER-ID
008390                ' AT ' CLPAUTTB-C-PA-DCSN-TS (1:16)
008400                ' QTY ' WW-000-QTY-DSP
008410                ' RSN ' CLPAUTTB-C-PA-DENY-RSN-CD
008420             DELIMITED BY SIZE INTO RQSTLNO
008430         GO TO S650-999-EXIT
008440     END-IF.
008450     MOVE WS-000-AGE-HRS         TO WW-000-AGE-DSP.
008460     MOVE SPACES                 TO WW-000-EMERG-TX.
008470     EXEC SQL
008480         SELECT COUNT(*)
008490           INTO :WS-000-AGE-HRS
008500           FROM C_EMERG_FILL_TB F
008510          WHERE F.R_CUST_PART_NUM    = :CLPAUTTB-R-CUST-PART-NUM
008520            AND F.B_SYS_ID           = :CLPAUTTB-B-SYS-ID
008530            AND F.R_DRUG_GCN_SEQ_NUM =
008540                                  :CLPAUTTB-R-DRUG-GCN-SEQ-NUM
008550            AND F.C_FILL_DT >=
008560                TO_CHAR(TO_DATE(:CLPAUTTB-C-PA-BEG-DT,
008570                                'YYYY-MM-DD') - 30, 'YYYY-MM-DD')
008580     END-EXEC.
008590     IF SQLCODE NOT = 0
008600         PERFORM S900-000-SQL-ERROR
008610             THRU S900-999-EXIT
008620         GO TO S650-999-EXIT
008630     END-IF.
008640     IF WS-000-AGE-HRS > ZERO
008650         MOVE 'EMERGENCY FILL PAID' TO WW-000-EMERG-TX
008660     END-IF.
008670     STRING 'RECEIVED ' WS-000-RQST-TS (1:16)
008680            ' WAITING ' WW-000-AGE-DSP ' HRS'
008690            ' QTY ' WW-000-QTY-DSP
008700            ' ' WW-000-EMERG-TX
008710         DELIMITED BY SIZE INTO RQSTLNO.
008720 S650-999-EXIT.
008730     EXIT.
008740*****************************************************************
008750*    S660-000-CLAIM-HISTORY - THE MEMBER'S FIVE MOST RECENT     *
008760*    CLAIM LINES                                                *
008770*****************************************************************
008780 S660-000-CLAIM-HISTORY.
008790     MOVE ZERO                   TO WW-000-LINE-SUB.
008800     MOVE 'N'                    TO WW-000-EOF-SW.
008810     EXEC SQL
008820         OPEN W774CLM
008830     END-EXEC.
008840     IF SQLCODE NOT = 0
008850         PERFORM S900-000-SQL-ERROR
008860             THRU S900-999-EXIT
008870         GO TO S660-999-EXIT
008880     END-IF.
008890     PERFORM S670-000-FETCH-CLAIM
008900         THRU S670-999-EXIT
008910         UNTIL WW-000-CURSOR-EOF
008920            OR WW-000-LINE-SUB NOT < 5.
008930     EXEC SQL
008940         CLOSE W774CLM
008950     END-EXEC.
008960     IF WW-000-LINE-SUB = ZERO
008970         MOVE 'NO CLAIMS ON FILE FOR THIS MEMBER' TO H1O
008980     END-IF.
008990 S660-999-EXIT.
009000     EXIT.
009010*****************************************************************
009020*    S670-000-FETCH-CLAIM - ONE CLAIM TO ONE SCREEN LINE        *
009030*****************************************************************
009040 S670-000-FETCH-CLAIM.
009050     EXEC SQL
009060         FETCH W774CLM
009070         INTO :WS-000-TCN-NUM,
009080              :WS-000-SVC-DT,
009090              :WS-000-PROV-ID,
009100              :WS-000-CLM-NDC-NUM,
009110              :WS-000-STAT-CD,
009120              :WS-000-FST-EXC-CD
009130     END-EXEC.
009140     EVALUATE SQLCODE
009150       WHEN 0
009160         ADD 1                   TO WW-000-LINE-SUB
009170         MOVE WS-000-CLM-NDC-NUM TO WW-000-NDC-DSP
009180         MOVE SPACES             TO WW-000-LINE
009190         STRING WS-000-SVC-DT
009200                ' PHM ' WS-000-PROV-ID
009210                ' NDC ' WW-000-NDC-DSP
009220                ' ST ' WS-000-STAT-CD
009230                ' EXC ' WS-000-FST-EXC-CD
009240             DELIMITED BY SIZE INTO WW-000-LINE
009250         EVALUATE WW-000-LINE-SUB
009260           WHEN 1 MOVE WW-000-LINE TO H1O
009270           WHEN 2 MOVE WW-000-LINE TO H2O
009280           WHEN 3 MOVE WW-000-LINE TO H3O
009290           WHEN 4 MOVE WW-000-LINE TO H4O
009300           WHEN 5 MOVE WW-000-LINE TO H5O
009310         END-EVALUATE
009320       WHEN 100
009330         MOVE 'Y'                TO WW-000-EOF-SW
009340       WHEN OTHER
009350         PERFORM S900-000-SQL-ERROR
009360             THRU S900-999-EXIT
009370         MOVE 'Y'                TO WW-000-EOF-SW
009380     END-EVALUATE.
009390 S670-999-EXIT.
009400     EXIT.
009410*****************************************************************
009420*    S800-000-SEND-MAP                                          *
009430*****************************************************************
009440 S800-000-SEND-MAP.
009450     EXEC CICS
009460         SEND MAP(WK-030-MAP-NAME)
009470              MAPSET(WK-030-MAPSET-NAME)
009480              FROM(PDDM774MO)
009490              ERASE
009500     END-EXEC.
009510 S800-999-EXIT.
009520     EXIT.
009530*****************************************************************
009540*    S900-000-SQL-ERROR - SHOW THE SQLCODE AND FAIL THE ACTION  *
009550*****************************************************************
009560 S900-000-SQL-ERROR.
009570     SET WW-000-EDIT-FAILED      TO TRUE.
009580     MOVE SPACES                 TO MSGO.
009590     MOVE SQLCODE                TO WW-000-SQLCODE-DSP.
009600     STRING 'SQL ERROR - SQLCODE ' WW-000-SQLCODE-DSP
009610         DELIMITED BY SIZE INTO MSGO.
009620 S900-999-EXIT.
009630     EXIT.
