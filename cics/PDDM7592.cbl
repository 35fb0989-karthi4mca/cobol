000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PDDM7592.
000030 AUTHOR.        ACS GOVERMENT HEALTHCARE.
000040 DATE-COMPILED.
000050*REMARKS.
000060*****************************************************************
000070*                                                               *
000080*@ PROGRAM-ID: PDDM7592                                         *
000090*@ TITLE: CONFIGURATION CHANGE APPROVAL QUEUE SCREEN            *
000100*                                                               *
000110*****************************************************************
000120*                                                               *
000130*?  I. PROGRAM ABSTRACT                                         *
000140*+                                                              *
000150*+  PSEUDO-CONVERSATIONAL CICS TRANSACTION (TRANID W770), IN    *
000160*+  THE STYLE OF PDDM7590, THAT WORKS THE QUEUE OF PENDING      *
000170*+  CONFIGURATION CHANGES ON C_CFG_PEND_TB.  WHILE LIST 7537    *
000180*+  HAS AN EFFECTIVE ROW FOR A MAINTENANCE SCREEN'S TRANID, AN  *
000190*+  ADD/CHANGE/DELETE KEYED ON THAT SCREEN IS STAGED THERE      *
000200*+  RATHER THAN APPLIED - W757 (PDDM7575) BIN AND VERSION LIST  *
000210*+  ROWS AND W760 (PDDM7582) LOCK-IN SPANS.  INQUIRY SHOWS A    *
000220*+  PENDING CHANGE BY NUMBER - OR, WITH NO NUMBER KEYED, THE    *
000230*+  OLDEST ONE STILL LIVE THAT THE OPERATOR DID NOT MAKE - WITH *
000240*+  ITS BEFORE AND AFTER IMAGES.  A SECOND OPERATOR THEN        *
000250*+  APPROVES IT, WHICH APPLIES IT, OR REJECTS IT WITH A REASON. *
000260*+  THE CHECKER MUST HOLD THE UPDATE ROLE ON THE STAGING        *
000270*+  SCREEN'S TRANID (PDDS9003) AND MAY NOT BE THE MAKER.  AN    *
000280*+  APPROVAL IS REFUSED WHEN THE ROW NO LONGER MATCHES ITS      *
000290*+  BEFORE IMAGE.  LIST ROWS ARE APPLIED THROUGH THE SHARED     *
000300*+  PDDS9007 ROUTINE, WHICH AUDITS THEM ON G_LIST_AUD_TB, AND   *
000310*+  THE 7997 REFRESH STAMP IS TOUCHED; LOCK-IN SPANS ARE        *
000320*+  APPLIED AS PDDM7582 APPLIES THEM AND AUDITED ON             *
000330*+  C_LOCKIN_AUD_TB.  EITHER AUDIT NAMES THE APPROVER.  ALL OF  *
000340*+  A DECISION COMMITS OR NONE OF IT DOES.  A CHANGE PAST ITS   *
000350*+  EXPIRY IS MARKED EXPIRED INSTEAD; PDDB0037 EXPIRES THE REST *
000352*+  AND PDDR0075 REPORTS THE DAY'S DECISIONS.  A W757 CHANGE    *
000354*+  KEYED WITH AN ACTIVATION TIME STILL IN THE FUTURE IS NOT    *
000356*+  APPLIED ON APPROVAL BUT SCHEDULED (STATUS S) FOR PDDB0038.  *
000358*+  ACTION X CANCELS A PENDING OR SCHEDULED CHANGE BEFORE IT    *
000360*+  IS APPLIED; IT NEEDS THE UPDATE ROLE ON THE STAGING SCREEN  *
000362*+  BUT MAY BE THE MAKER.                                       *
000370*+                                                              *
000380*****************************************************************
000390*+                                                              *
000400*+ II. INPUT/OUTPUT MATRIX                                      *
000410*+                                                              *
000420*+     I/O              TITLE                           ID      *
000430*+     ---   ------------------------------------  ----------   *
000440*+      I/O   C_CFG_PEND_TB                         CLCFPNTB    *
000450*+      I/O   G_LIST_DTL_TB (THROUGH PDDS9007)      CLCFGIMG    *
000460*+      I/O   C_MBR_LOCKIN_TB                       CLLKINTB    *
000470*+      O     C_LOCKIN_AUD_TB                       CLLKAUTB    *
000480*+      I/O   PDDM770M MAP (MAPSET PDDM770M)        PDDM770M    *
000490*****************************************************************
000500*+                                                              *
000510*+ IV. CSR CHANGE LOG.                                          *
000520*                                                               *
000530*           -----------  CSR CHANGES  -----------               *
000540*                                                               *
000550*  CSR    CHANGE      ANALYST      DESCRIPTION OF CHANGE        *
000560*  NBR     DATE        NAME                                     *
000570*                                                               *
000580*---------------------------------------------------------------*
000590* CR4213   10/15/26  ACS       NEW PROGRAM.  CONFIGURATION      *
000600*                              CHANGE APPROVAL QUEUE - A SECOND *
000610*                              OPERATOR APPROVES OR REJECTS A   *
000620*                              CHANGE STAGED ON W757 OR W760.   *
000621* CR4214   10/15/26  ACS       SCHEDULED ACTIVATION.  APPROVING *
000622*                              A CHANGE WHOSE ACTIVATION TIME IS*
000623*                              STILL AHEAD SCHEDULES IT FOR     *
000624*                              PDDB0038 INSTEAD OF APPLYING IT; *
000625*                              NEW ACTION X CANCELS A PENDING OR*
000626*                              SCHEDULED CHANGE.                *
000630*****************************************************************
000640
000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.
000670 DATA DIVISION.
000680 WORKING-STORAGE SECTION.
000690
000700 01  WK-030-MISC-CONSTANTS.
000710     05  WK-030-PROGRAM-NAME     PIC X(08)      VALUE 'PDDM7592'.
000720     05  WK-030-MAPSET-NAME      PIC X(08)      VALUE 'PDDM770M'.
000730     05  WK-030-MAP-NAME         PIC X(08)      VALUE 'PDDM770S'.
000740     05  WK-030-TRANID           PIC X(04)      VALUE 'W770'.
000750     05  WK-030-AUD-SRC-CD       PIC X(05)      VALUE 'W770 '.
000760
000770 01  WW-000-WORK-AREA.
000780     05  WW-000-EDIT-FAIL-SW      PIC X(01) VALUE 'N'.
000790         88  WW-000-EDIT-FAILED   VALUE 'Y'.
000800     05  WW-000-PEND-TX           PIC X(09).
000810     05  WW-000-PEND-NUM REDEFINES WW-000-PEND-TX
000820                                  PIC 9(09).
000830     05  WW-000-PEND-DSP          PIC 9(09).
000840     05  WW-000-PART-DSP          PIC 9(04).
000850     05  WW-000-STAT-LINE         PIC X(75).
000860     05  WW-000-IMG-LINE          PIC X(75).
000870     05  WW-000-IMG-TAG           PIC X(04).
000880     05  WW-000-IMG-TX            PIC X(200).
000890
000900     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
000910     COPY CLCFPNTB.
000920     COPY CLLKINTB.
000930     COPY CLLKAUTB.
000940 01  WS-000-SQL-WORK-AREA.
000950     05  WS-000-EXPIRED-SW        PIC X(01).
000960         88  WS-000-PEND-EXPIRED  VALUE 'Y'.
000970     05  WS-000-NEW-STAT-CD       PIC X(01).
000973     05  WS-000-ACTV-DUE-SW       PIC X(01).
000976         88  WS-000-ACTV-DUE      VALUE 'Y'.
000980     05  WS-000-SUBSYS-CD         PIC X(01).
000990     05  WS-000-OVERLAP-CNT       PIC S9(04) COMP.
001000     EXEC SQL END DECLARE SECTION END-EXEC.
001010 01  WW-000-SQLCODE-DSP           PIC -(8)9.
001020
001030     EXEC SQL INCLUDE SQLCA END-EXEC.
001040
001050*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
001060*    ROLE CHECK - INQUIRY NEEDS THE INQUIRE ROLE ON W770; A
001070*    DECISION NEEDS THE UPDATE ROLE ON THE TRANID THAT STAGED
001080*    THE CHANGE.
001090     COPY WKC90030.
001100*
001110*    SHARED CONFIGURATION ROW ROUTINE - APPLIES AND AUDITS AN
001120*    APPROVED W757 LIST ROW.
001130     COPY WKC90070.
001140*
001150*    ROW IMAGES KEPT ON THE PENDING CHANGE - CLCFGIMG FOR W757
001160*    LIST ROWS, CLLKNIMG FOR W760 LOCK-IN SPANS.
001170     COPY CLCFGIMG.
001180     COPY CLLKNIMG.
001190*
001200 01  WC-000-COMMAREA-WS.
001210     05  WC-000-LAST-ACTCD        PIC X(01).
001220
001230 LINKAGE SECTION.
001240 01  DFHCOMMAREA.
001250     05  PDDM7592-LAST-ACTCD      PIC X(01).
001260
001270     COPY PDDM770M.
001280*****************************************************************
001290*    PROCEDURE DIVISION                                        *
001300*****************************************************************
001310 PROCEDURE DIVISION.
001320*****************************************************************
001330*    S100-000-MAINLINE - FIRST-TIME VS. RETURN DISPATCH         *
001340*****************************************************************
001350 S100-000-MAINLINE.
001360     IF EIBCALEN = 0
001370         PERFORM S200-000-INIT-SCREEN
001380             THRU S200-999-EXIT
001390     ELSE
001400         MOVE DFHCOMMAREA        TO WC-000-COMMAREA-WS
001410         PERFORM S300-000-RECEIVE-MAP
001420             THRU S300-999-EXIT
001430         PERFORM S400-000-PROCESS-ACTION
001440             THRU S400-999-EXIT
001450     END-IF.
001460     PERFORM S800-000-SEND-MAP
001470         THRU S800-999-EXIT.
001480     MOVE WC-000-LAST-ACTCD      TO PDDM7592-LAST-ACTCD.
001490     EXEC CICS
001500         RETURN TRANSID(WK-030-TRANID)
001510                COMMAREA(DFHCOMMAREA)
001520     END-EXEC.
001530     GOBACK.
001540*****************************************************************
001550*    S200-000-INIT-SCREEN                                       *
001560*****************************************************************
001570 S200-000-INIT-SCREEN.
001580     MOVE LOW-VALUES             TO PDDM770MO.
001590     MOVE SPACES                 TO WC-000-LAST-ACTCD.
001600     MOVE 'ENTER AN ACTION (I/A/R/X/C) - BLANK NO. ON I = OLDEST'
001610                                 TO MSGO.
001620 S200-999-EXIT.
001630     EXIT.
001640*****************************************************************
001650*    S300-000-RECEIVE-MAP                                       *
001660*****************************************************************
001670 S300-000-RECEIVE-MAP.
001680     EXEC CICS
001690         RECEIVE MAP(WK-030-MAP-NAME)
001700                 MAPSET(WK-030-MAPSET-NAME)
001710                 INTO(PDDM770MI)
001720     END-EXEC.
001730 S300-999-EXIT.
001740     EXIT.
001750*****************************************************************
001760*    S400-000-PROCESS-ACTION - AUTHORIZE AND ROUTE ON ACTCD.    *
001770*    THE INQUIRE ROLE ON W770 IS CHECKED HERE; A DECISION IS    *
001780*    CHECKED AGAIN AGAINST THE STAGING SCREEN IN S440.          *
001790*****************************************************************
001800 S400-000-PROCESS-ACTION.
001810     MOVE SPACES                 TO MSGO.
001820     IF ACTCDI NOT = 'I' AND 'A' AND 'R' AND 'X' AND 'C'
001830         MOVE 'INVALID ACTION - MUST BE I, A, R, X OR C' TO MSGO
001840         GO TO S400-999-EXIT
001850     END-IF.
001860     IF ACTCDI = 'C'
001870         PERFORM S200-000-INIT-SCREEN
001880             THRU S200-999-EXIT
001890         GO TO S400-999-EXIT
001900     END-IF.
001910     MOVE 'I'                    TO WK-9003-REQ-ACCESS-CD.
001920     MOVE PENDNOI                TO WK-9003-KEY-TX.
001930*    THE SIGNED-ON USER, NOT THE TERMINAL - ROLE CHECKS, THE
001940*    MAKER TEST AND THE DECISION AUDIT MUST FOLLOW THE PERSON.
001950     EXEC CICS ASSIGN
001960         USERID(WK-9003-OPER-ID)
001970     END-EXEC.
001980     MOVE WK-030-TRANID          TO WK-9003-TRAN-ID.
001990     CALL 'PDDS9003' USING WK-9003-CALL-PARMS.
002000     IF WK-9003-ACCESS-DENIED
002010         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION - SEE SECURITY'
002020                                 TO MSGO
002030         GO TO S400-999-EXIT
002040     END-IF.
002050     IF ACTCDI = 'I'
002060      AND (PENDNOI = SPACES OR LOW-VALUES)
002070         MOVE ZERO               TO CLCFPNTB-C-PEND-NUM
002080     ELSE
002090         MOVE PENDNOI            TO WW-000-PEND-TX
002100         INSPECT WW-000-PEND-TX REPLACING ALL LOW-VALUE BY SPACE
002110         IF WW-000-PEND-TX NOT NUMERIC
002120             MOVE 'PENDING CHANGE NUMBER MUST BE 9 DIGITS' TO MSGO
002130             GO TO S400-999-EXIT
002140         END-IF
002150         MOVE WW-000-PEND-NUM    TO CLCFPNTB-C-PEND-NUM
002160     END-IF.
002170     EVALUATE ACTCDI
002180         WHEN 'I'
002190             PERFORM S450-000-INQUIRE-PEND
002200                 THRU S450-999-EXIT
002210         WHEN 'A'
002220             PERFORM S420-000-APPROVE-CHANGE
002230                 THRU S420-999-EXIT
002240         WHEN 'R'
002250             PERFORM S430-000-REJECT-CHANGE
002260                 THRU S430-999-EXIT
002262         WHEN 'X'
002264             PERFORM S435-000-CANCEL-CHANGE
002266                 THRU S435-999-EXIT
002270     END-EVALUATE.
002280     MOVE ACTCDI                 TO WC-000-LAST-ACTCD.
002290 S400-999-EXIT.
002300     EXIT.
002310*****************************************************************
002320*    S420-000-APPROVE-CHANGE - THE CHECKER AGREES.  THE STAGED  *
002330*    CHANGE IS APPLIED TO ITS TABLE AND THE QUEUE ROW CLOSED    *
002336*    AS APPROVED, OR NONE OF IT IS.  ONE WHOSE ACTIVATION TIME  *
002342*    IS STILL AHEAD IS ONLY SCHEDULED, FOR PDDB0038 TO APPLY.   *
002350*****************************************************************
002360 S420-000-APPROVE-CHANGE.
002370     PERFORM S440-000-GET-DECIDABLE
002380         THRU S440-999-EXIT.
002390     IF WW-000-EDIT-FAILED
002400         GO TO S420-999-EXIT
002410     END-IF.
002416     MOVE 'A'                    TO WS-000-NEW-STAT-CD.
002422     EVALUATE TRUE
002428         WHEN CLCFPNTB-C-PEND-TRAN-ID = 'W757'
002434          AND NOT WS-000-ACTV-DUE
002440             MOVE 'S'            TO WS-000-NEW-STAT-CD
002446         WHEN CLCFPNTB-C-PEND-TRAN-ID = 'W757'
002452             PERFORM S480-000-APPLY-LIST-ROW
002458                 THRU S480-999-EXIT
002464         WHEN OTHER
002470             PERFORM S490-000-APPLY-LOCKIN
002476                 THRU S490-999-EXIT
002482     END-EVALUATE.
002490     IF NOT WW-000-EDIT-FAILED
002500         IF RSNTXI = SPACES OR LOW-VALUES
002510             MOVE 'APPROVED'     TO CLCFPNTB-C-CHKR-RSN-TX
002520         ELSE
002530             MOVE RSNTXI         TO CLCFPNTB-C-CHKR-RSN-TX
002540         END-IF
002560         PERFORM S470-000-CLOSE-PEND
002570             THRU S470-999-EXIT
002580     END-IF.
002590     IF WW-000-EDIT-FAILED
002600         EXEC CICS
002610             SYNCPOINT ROLLBACK
002620         END-EXEC
002630         GO TO S420-999-EXIT
002640     END-IF.
002650     PERFORM S465-000-READ-PEND
002660         THRU S465-999-EXIT.
002670     PERFORM S455-000-SHOW-PEND
002680         THRU S455-999-EXIT.
002682     IF CLCFPNTB-SCHEDULED
002684         STRING 'CHANGE APPROVED - SCHEDULED TO ACTIVATE AT '
002686                CLCFPNTB-C-ACTV-TS (1:16)
002688             DELIMITED BY SIZE INTO MSGO
002690     ELSE
002692         MOVE 'CHANGE APPROVED AND APPLIED' TO MSGO
002694     END-IF.
002700 S420-999-EXIT.
002710     EXIT.
002720*****************************************************************
002730*    S430-000-REJECT-CHANGE - THE CHECKER DISAGREES.  NOTHING   *
002740*    IS APPLIED; THE QUEUE ROW IS CLOSED AS REJECTED WITH THE   *
002750*    REASON, WHICH IS REQUIRED.                                 *
002760*****************************************************************
002770 S430-000-REJECT-CHANGE.
002780     IF RSNTXI = SPACES OR LOW-VALUES
002790         MOVE 'A REASON IS REQUIRED TO REJECT A CHANGE' TO MSGO
002800         GO TO S430-999-EXIT
002810     END-IF.
002820     PERFORM S440-000-GET-DECIDABLE
002830         THRU S440-999-EXIT.
002840     IF WW-000-EDIT-FAILED
002850         GO TO S430-999-EXIT
002860     END-IF.
002870     MOVE RSNTXI                 TO CLCFPNTB-C-CHKR-RSN-TX.
002880     MOVE 'R'                    TO WS-000-NEW-STAT-CD.
002890     PERFORM S470-000-CLOSE-PEND
002900         THRU S470-999-EXIT.
002910     IF WW-000-EDIT-FAILED
002920         EXEC CICS
002930             SYNCPOINT ROLLBACK
002940         END-EXEC
002950         GO TO S430-999-EXIT
002960     END-IF.
002970     PERFORM S465-000-READ-PEND
002980         THRU S465-999-EXIT.
002990     PERFORM S455-000-SHOW-PEND
003000         THRU S455-999-EXIT.
003010     MOVE 'CHANGE REJECTED - NOTHING APPLIED' TO MSGO.
003020 S430-999-EXIT.
003021     EXIT.
003022*****************************************************************
003023*    S435-000-CANCEL-CHANGE - WITHDRAW A PENDING OR SCHEDULED   *
003024*    CHANGE BEFORE IT IS APPLIED.  NOTHING IS APPLIED; THE      *
003025*    QUEUE ROW IS CLOSED AS CANCELLED UNDER THIS OPERATOR, WHO  *
003026*    NEEDS THE UPDATE ROLE ON THE STAGING SCREEN BUT MAY BE     *
003027*    THE MAKER.                                                 *
003028*****************************************************************
003029 S435-000-CANCEL-CHANGE.
003030     PERFORM S465-000-READ-PEND
003031         THRU S465-999-EXIT.
003032     IF WW-000-EDIT-FAILED
003033         GO TO S435-999-EXIT
003034     END-IF.
003035     PERFORM S455-000-SHOW-PEND
003036         THRU S455-999-EXIT.
003037     IF NOT CLCFPNTB-PENDING AND NOT CLCFPNTB-SCHEDULED
003038         MOVE 'NOT PENDING OR SCHEDULED - CANNOT BE CANCELLED'
003039                                 TO MSGO
003040         GO TO S435-999-EXIT
003041     END-IF.
003042     MOVE CLCFPNTB-C-PEND-TRAN-ID TO WK-9003-TRAN-ID.
003043     MOVE 'U'                    TO WK-9003-REQ-ACCESS-CD.
003044     MOVE CLCFPNTB-C-PEND-KEY-TX TO WK-9003-KEY-TX.
003045     CALL 'PDDS9003' USING WK-9003-CALL-PARMS.
003046     IF WK-9003-ACCESS-DENIED
003047         MOVE 'NO UPDATE ROLE ON STAGING SCREEN - NOT CANCELLED'
003048                                 TO MSGO
003049         GO TO S435-999-EXIT
003050     END-IF.
003051     MOVE WK-9003-OPER-ID        TO CLCFPNTB-C-ACTV-CLOSE-USER-ID.
003052     EXEC SQL
003053         UPDATE C_CFG_PEND_TB
003054            SET C_PEND_STAT_CD       = 'C',
003055                C_ACTV_CLOSE_USER_ID =
003056                    :CLCFPNTB-C-ACTV-CLOSE-USER-ID,
003057                C_ACTV_CLOSE_TS      =
003058                    TO_CHAR(CURRENT_TIMESTAMP,
003059                            'YYYY-MM-DD-HH24.MI.SS.FF6')
003060          WHERE C_PEND_NUM     = :CLCFPNTB-C-PEND-NUM
003061            AND C_PEND_STAT_CD IN ('P', 'S')
003062     END-EXEC.
003063     EVALUATE SQLCODE
003064       WHEN 0
003065         CONTINUE
003066       WHEN 100
003067         MOVE 'CHANGE WAS CLOSED MEANWHILE - NOT CANCELLED'
003068                                 TO MSGO
003069         GO TO S435-999-EXIT
003070       WHEN OTHER
003071         PERFORM S900-000-SQL-ERROR
003072             THRU S900-999-EXIT
003073         EXEC CICS
003074             SYNCPOINT ROLLBACK
003075         END-EXEC
003076         GO TO S435-999-EXIT
003077     END-EVALUATE.
003078     PERFORM S465-000-READ-PEND
003079         THRU S465-999-EXIT.
003080     PERFORM S455-000-SHOW-PEND
003081         THRU S455-999-EXIT.
003082     MOVE 'CHANGE CANCELLED - NOTHING WILL BE APPLIED' TO MSGO.
003083 S435-999-EXIT.
003084     EXIT.
003085*****************************************************************
003086*    S440-000-GET-DECIDABLE - THE CHANGE MUST BE ON THE QUEUE,  *
003087*    STILL PENDING AND NOT PAST ITS EXPIRY; THE CHECKER MUST    *
003088*    HOLD THE UPDATE ROLE ON THE STAGING SCREEN'S TRANID AND    *
003089*    MAY NOT BE THE OPERATOR WHO MADE IT.                       *
003090*****************************************************************
003100 S440-000-GET-DECIDABLE.
003110     PERFORM S465-000-READ-PEND
003120         THRU S465-999-EXIT.
003130     IF WW-000-EDIT-FAILED
003140         GO TO S440-999-EXIT
003150     END-IF.
003160     PERFORM S455-000-SHOW-PEND
003170         THRU S455-999-EXIT.
003180     IF NOT CLCFPNTB-PENDING
003190         SET WW-000-EDIT-FAILED  TO TRUE
003200         MOVE 'CHANGE ALREADY DECIDED - SEE STATUS LINE' TO MSGO
003210         GO TO S440-999-EXIT
003220     END-IF.
003230     IF WS-000-PEND-EXPIRED
003240         SET WW-000-EDIT-FAILED  TO TRUE
003250         PERFORM S445-000-EXPIRE-CHANGE
003260             THRU S445-999-EXIT
003270         GO TO S440-999-EXIT
003280     END-IF.
003290     MOVE CLCFPNTB-C-PEND-TRAN-ID TO WK-9003-TRAN-ID.
003300     MOVE 'U'                    TO WK-9003-REQ-ACCESS-CD.
003310     MOVE CLCFPNTB-C-PEND-KEY-TX TO WK-9003-KEY-TX.
003320     CALL 'PDDS9003' USING WK-9003-CALL-PARMS.
003330     IF WK-9003-ACCESS-DENIED
003340         SET WW-000-EDIT-FAILED  TO TRUE
003350         MOVE 'NO UPDATE ROLE ON THE STAGING SCREEN - NOT DECIDED'
003360                                 TO MSGO
003370         GO TO S440-999-EXIT
003380     END-IF.
003390     IF WK-9003-OPER-ID = CLCFPNTB-C-MAKER-USER-ID
003400         SET WW-000-EDIT-FAILED  TO TRUE
003410         MOVE 'YOU MADE THIS CHANGE - NEEDS ANOTHER OPERATOR'
003420                                 TO MSGO
003430     END-IF.
003440 S440-999-EXIT.
003450     EXIT.
003460*****************************************************************
003470*    S445-000-EXPIRE-CHANGE - A PENDING CHANGE PAST ITS EXPIRY  *
003480*    CAN NO LONGER BE DECIDED.  IT IS CLOSED AS EXPIRED THE     *
003490*    SAME WAY PDDB0037 CLOSES ONE, AS OF ITS EXPIRY TIME.       *
003500*****************************************************************
003510 S445-000-EXPIRE-CHANGE.
003520     EXEC SQL
003530         UPDATE C_CFG_PEND_TB
003540            SET C_PEND_STAT_CD = 'X',
003550                C_CHKR_USER_ID = 'PDDM7592',
003560                C_CHKR_TS      = C_EXPIRE_TS,
003570                C_CHKR_RSN_TX  = 'EXPIRED - NOT APPROVED IN TIME'
003580          WHERE C_PEND_NUM     = :CLCFPNTB-C-PEND-NUM
003590            AND C_PEND_STAT_CD = 'P'
003600     END-EXEC.
003610     IF SQLCODE NOT = 0 AND 100
003620         PERFORM S900-000-SQL-ERROR
003630             THRU S900-999-EXIT
003640         GO TO S445-999-EXIT
003650     END-IF.
003660     MOVE 'CHANGE HAD EXPIRED - MARKED EXPIRED, NOTHING APPLIED'
003670                                 TO MSGO.
003680 S445-999-EXIT.
003690     EXIT.
003700*****************************************************************
003710*    S450-000-INQUIRE-PEND - ONE PENDING CHANGE BY NUMBER, OR   *
003720*    THE OLDEST ONE STILL LIVE THAT THIS OPERATOR DID NOT MAKE  *
003730*    WHEN NO NUMBER IS KEYED                                    *
003740*****************************************************************
003750 S450-000-INQUIRE-PEND.
003760     IF CLCFPNTB-C-PEND-NUM = ZERO
003770         EXEC SQL
003780             SELECT C_PEND_NUM
003790               INTO :CLCFPNTB-C-PEND-NUM
003800               FROM C_CFG_PEND_TB
003810              WHERE C_PEND_NUM =
003820                    (SELECT MIN(C_PEND_NUM)
003830                       FROM C_CFG_PEND_TB
003840                      WHERE C_PEND_STAT_CD   = 'P'
003850                        AND C_MAKER_USER_ID <> :WK-9003-OPER-ID
003860                        AND C_EXPIRE_TS      >
003870                            TO_CHAR(CURRENT_TIMESTAMP,
003880                                    'YYYY-MM-DD-HH24.MI.SS.FF6'))
003890         END-EXEC
003900         EVALUATE SQLCODE
003910           WHEN 0
003920             CONTINUE
003930           WHEN 100
003940             MOVE 'NO PENDING CHANGES WAITING FOR YOUR APPROVAL'
003950                                 TO MSGO
003960             GO TO S450-999-EXIT
003970           WHEN OTHER
003980             PERFORM S900-000-SQL-ERROR
003990                 THRU S900-999-EXIT
004000             GO TO S450-999-EXIT
004010         END-EVALUATE
004020     END-IF.
004030     PERFORM S465-000-READ-PEND
004040         THRU S465-999-EXIT.
004050     IF WW-000-EDIT-FAILED
004060         GO TO S450-999-EXIT
004070     END-IF.
004080     PERFORM S455-000-SHOW-PEND
004090         THRU S455-999-EXIT.
004100     EVALUATE TRUE
004102         WHEN CLCFPNTB-SCHEDULED
004104             MOVE 'SCHEDULED - X TO CANCEL IT BEFORE IT ACTIVATES'
004106                                 TO MSGO
004110         WHEN NOT CLCFPNTB-PENDING
004120             MOVE 'CHANGE ALREADY DECIDED - SEE STATUS LINE'
004130                                 TO MSGO
004140         WHEN WS-000-PEND-EXPIRED
004150             MOVE 'CHANGE IS PAST ITS EXPIRY - CANNOT BE APPROVED'
004160                                 TO MSGO
004170         WHEN OTHER
004180             MOVE 'AWAITING APPROVAL - A TO APPROVE, R TO REJECT'
004190                                 TO MSGO
004200     END-EVALUATE.
004210 S450-999-EXIT.
004220     EXIT.
004230*****************************************************************
004240*    S455-000-SHOW-PEND - FORMAT THE PENDING CHANGE, ITS STATUS *
004250*    AND ITS BEFORE AND AFTER IMAGES ONTO THE SCREEN            *
004260*****************************************************************
004270 S455-000-SHOW-PEND.
004280     MOVE CLCFPNTB-C-PEND-NUM    TO WW-000-PEND-DSP.
004290     MOVE WW-000-PEND-DSP        TO PENDNOO.
004300     MOVE CLCFPNTB-C-PEND-TRAN-ID TO TRANIDO.
004310     MOVE CLCFPNTB-C-PEND-ACTN-CD TO PACTNO.
004320     MOVE CLCFPNTB-C-PEND-KEY-TX TO KEYTXO.
004330     MOVE CLCFPNTB-C-CHKR-RSN-TX TO RSNTXO.
004340     MOVE SPACES                 TO WW-000-STAT-LINE.
004342     EVALUATE TRUE
004344       WHEN CLCFPNTB-PENDING
004346        AND CLCFPNTB-C-ACTV-TS NOT = SPACES
004348         STRING 'STATUS P  BY ' CLCFPNTB-C-MAKER-USER-ID
004350                '  EXP ' CLCFPNTB-C-EXPIRE-TS (1:16)
004352                '  ACTV ' CLCFPNTB-C-ACTV-TS (1:16)
004354             DELIMITED BY SIZE INTO WW-000-STAT-LINE
004356       WHEN CLCFPNTB-PENDING
004360         STRING 'STATUS P  MADE BY ' CLCFPNTB-C-MAKER-USER-ID
004370                ' AT ' CLCFPNTB-C-MAKER-TS (1:16)
004380                '  EXPIRES ' CLCFPNTB-C-EXPIRE-TS (1:16)
004390             DELIMITED BY SIZE INTO WW-000-STAT-LINE
004391       WHEN CLCFPNTB-SCHEDULED
004392        AND CLCFPNTB-C-CHKR-USER-ID NOT = SPACES
004393         STRING 'STATUS S  BY ' CLCFPNTB-C-MAKER-USER-ID
004394                '  ACTIVATES ' CLCFPNTB-C-ACTV-TS (1:16)
004395                '  APPROVED BY ' CLCFPNTB-C-CHKR-USER-ID
004396             DELIMITED BY SIZE INTO WW-000-STAT-LINE
004397       WHEN CLCFPNTB-SCHEDULED
004398         STRING 'STATUS S  BY ' CLCFPNTB-C-MAKER-USER-ID
004399                '  ACTIVATES ' CLCFPNTB-C-ACTV-TS (1:16)
004400             DELIMITED BY SIZE INTO WW-000-STAT-LINE
004401       WHEN CLCFPNTB-FIRED OR CLCFPNTB-CANCELLED
004402         OR CLCFPNTB-ACTV-FAILED
004403         STRING 'STATUS ' CLCFPNTB-C-PEND-STAT-CD
004404                '  ACTV ' CLCFPNTB-C-ACTV-TS (1:16)
004405                '  CLOSED BY ' CLCFPNTB-C-ACTV-CLOSE-USER-ID
004406                ' AT ' CLCFPNTB-C-ACTV-CLOSE-TS (1:16)
004407             DELIMITED BY SIZE INTO WW-000-STAT-LINE
004408       WHEN OTHER
004410         STRING 'STATUS ' CLCFPNTB-C-PEND-STAT-CD
004420                '  MADE BY ' CLCFPNTB-C-MAKER-USER-ID
004430                '  DECIDED BY ' CLCFPNTB-C-CHKR-USER-ID
004440                ' AT ' CLCFPNTB-C-CHKR-TS (1:16)
004450             DELIMITED BY SIZE INTO WW-000-STAT-LINE
004460     END-EVALUATE.
004470     MOVE WW-000-STAT-LINE       TO STATLNO.
004480     MOVE 'BEF '                 TO WW-000-IMG-TAG.
004490     MOVE CLCFPNTB-C-BEF-IMG-TX  TO WW-000-IMG-TX.
004500     PERFORM S460-000-FORMAT-IMAGE
004510         THRU S460-999-EXIT.
004520     MOVE WW-000-IMG-LINE        TO BEFLNO.
004530     MOVE 'AFT '                 TO WW-000-IMG-TAG.
004540     MOVE CLCFPNTB-C-AFT-IMG-TX  TO WW-000-IMG-TX.
004550     PERFORM S460-000-FORMAT-IMAGE
004560         THRU S460-999-EXIT.
004570     MOVE WW-000-IMG-LINE        TO AFTLNO.
004580 S455-999-EXIT.
004590     EXIT.
004600*****************************************************************
004610*    S460-000-FORMAT-IMAGE - ONE ROW IMAGE AS A DISPLAY LINE,   *
004620*    IN THE LAYOUT OF THE SCREEN THAT STAGED IT                 *
004630*****************************************************************
004640 S460-000-FORMAT-IMAGE.
004650     MOVE SPACES                 TO WW-000-IMG-LINE.
004660     IF WW-000-IMG-TX = SPACES
004670         STRING WW-000-IMG-TAG '(NO ROW)'
004680             DELIMITED BY SIZE INTO WW-000-IMG-LINE
004690         GO TO S460-999-EXIT
004700     END-IF.
004710     IF CLCFPNTB-C-PEND-TRAN-ID = 'W757'
004720         MOVE WW-000-IMG-TX      TO CLCFGIMG-ROW-IMG
004730         STRING WW-000-IMG-TAG 'END ' CLCFGIMG-GL-END-LMT
004740                ' EFF ' CLCFGIMG-GL-EFF-STRT-DT
004750                '-' CLCFGIMG-GL-EFF-END-DT
004760                ' ' CLCFGIMG-GL-DTL-TX (1:19)
004770             DELIMITED BY SIZE INTO WW-000-IMG-LINE
004780     ELSE
004790         MOVE WW-000-IMG-TX      TO CLLKNIMG-ROW-IMG
004800         STRING WW-000-IMG-TAG 'PROV ' CLLKNIMG-LK-PROV-ID
004810                ' PRSC ' CLLKNIMG-LK-PRSC-ID
004820                ' BEG ' CLLKNIMG-LK-BEG-DT
004830                ' END ' CLLKNIMG-LK-END-DT
004840             DELIMITED BY SIZE INTO WW-000-IMG-LINE
004850     END-IF.
004860 S460-999-EXIT.
004870     EXIT.
004880*****************************************************************
004890*    S465-000-READ-PEND - THE QUEUE ROW, WHETHER IT IS PAST ITS *
004900*    EXPIRY AND WHETHER ITS ACTIVATION TIME (IF ANY) HAS COME   *
004910*****************************************************************
004920 S465-000-READ-PEND.
004930     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
004940     EXEC SQL
004950         SELECT C_PEND_TRAN_ID, C_PEND_ACTN_CD, C_PEND_KEY_TX,
004960                C_PEND_STAT_CD, C_MAKER_USER_ID, C_MAKER_TS,
004970                C_EXPIRE_TS, C_CHKR_USER_ID, C_CHKR_TS,
004980                C_CHKR_RSN_TX, C_BEF_IMG_TX, C_AFT_IMG_TX,
004985                C_ACTV_TS, C_ACTV_CLOSE_USER_ID, C_ACTV_CLOSE_TS,
004990                CASE WHEN C_EXPIRE_TS <=
004992                          TO_CHAR(CURRENT_TIMESTAMP,
004994                                  'YYYY-MM-DD-HH24.MI.SS.FF6')
004996                     THEN 'Y' ELSE 'N' END,
004998                CASE WHEN C_ACTV_TS <=
005000                          TO_CHAR(CURRENT_TIMESTAMP,
005010                                  'YYYY-MM-DD-HH24.MI.SS.FF6')
005020                     THEN 'Y' ELSE 'N' END
005030           INTO :CLCFPNTB-C-PEND-TRAN-ID,
005040                :CLCFPNTB-C-PEND-ACTN-CD,
005050                :CLCFPNTB-C-PEND-KEY-TX,
005060                :CLCFPNTB-C-PEND-STAT-CD,
005070                :CLCFPNTB-C-MAKER-USER-ID,
005080                :CLCFPNTB-C-MAKER-TS,
005090                :CLCFPNTB-C-EXPIRE-TS,
005100                :CLCFPNTB-C-CHKR-USER-ID,
005110                :CLCFPNTB-C-CHKR-TS,
005120                :CLCFPNTB-C-CHKR-RSN-TX,
005130                :CLCFPNTB-C-BEF-IMG-TX,
005140                :CLCFPNTB-C-AFT-IMG-TX,
005143                :CLCFPNTB-C-ACTV-TS,
005146                :CLCFPNTB-C-ACTV-CLOSE-USER-ID,
005149                :CLCFPNTB-C-ACTV-CLOSE-TS,
005152                :WS-000-EXPIRED-SW,
005155                :WS-000-ACTV-DUE-SW
005160           FROM C_CFG_PEND_TB
005170          WHERE C_PEND_NUM = :CLCFPNTB-C-PEND-NUM
005180     END-EXEC.
005190     EVALUATE SQLCODE
005200       WHEN 0
005210         CONTINUE
005220       WHEN 100
005230         SET WW-000-EDIT-FAILED  TO TRUE
005240         MOVE 'NUMBER IS NOT ON THE PENDING CHANGE QUEUE' TO MSGO
005250       WHEN OTHER
005260         SET WW-000-EDIT-FAILED  TO TRUE
005270         PERFORM S900-000-SQL-ERROR
005280             THRU S900-999-EXIT
005290     END-EVALUATE.
005300 S465-999-EXIT.
005310     EXIT.
005320*****************************************************************
005330*    S470-000-CLOSE-PEND - CLOSE THE QUEUE ROW WITH THE         *
005340*    CHECKER'S DECISION.  A ROW NO LONGER PENDING WAS DECIDED   *
005350*    BY SOMEONE ELSE MEANWHILE; THE CALLER BACKS OUT.           *
005360*****************************************************************
005370 S470-000-CLOSE-PEND.
005380     MOVE WK-9003-OPER-ID        TO CLCFPNTB-C-CHKR-USER-ID.
005390     EXEC SQL
005400         UPDATE C_CFG_PEND_TB
005410            SET C_PEND_STAT_CD = :WS-000-NEW-STAT-CD,
005420                C_CHKR_USER_ID = :CLCFPNTB-C-CHKR-USER-ID,
005430                C_CHKR_TS      =
005440                    TO_CHAR(CURRENT_TIMESTAMP,
005450                            'YYYY-MM-DD-HH24.MI.SS.FF6'),
005460                C_CHKR_RSN_TX  = :CLCFPNTB-C-CHKR-RSN-TX
005470          WHERE C_PEND_NUM     = :CLCFPNTB-C-PEND-NUM
005480            AND C_PEND_STAT_CD = 'P'
005490     END-EXEC.
005500     EVALUATE SQLCODE
005510       WHEN 0
005520         CONTINUE
005530       WHEN 100
005540         SET WW-000-EDIT-FAILED  TO TRUE
005550         MOVE 'CHANGE WAS DECIDED MEANWHILE - NOTHING APPLIED'
005560                                 TO MSGO
005570       WHEN OTHER
005580         SET WW-000-EDIT-FAILED  TO TRUE
005590         PERFORM S900-000-SQL-ERROR
005600             THRU S900-999-EXIT
005610     END-EVALUATE.
005620 S470-999-EXIT.
005630     EXIT.
005640*****************************************************************
005650*    S480-000-APPLY-LIST-ROW - AN APPROVED W757 CHANGE.  THE    *
005660*    LIST ROW MUST STILL BE AS IT WAS WHEN THE CHANGE WAS       *
005670*    STAGED; IT IS THEN PUT OR DELETED THROUGH PDDS9007, WHICH  *
005680*    AUDITS IT UNDER THE APPROVER, AND THE 7997 REFRESH STAMP   *
005690*    IS TOUCHED SO THE HOT-LIST CACHE RELOADS.                  *
005700*****************************************************************
005710 S480-000-APPLY-LIST-ROW.
005720     IF CLCFPNTB-C-PEND-ACTN-CD = 'D'
005730         MOVE CLCFPNTB-C-BEF-IMG-TX TO CLCFGIMG-ROW-IMG
005740     ELSE
005750         MOVE CLCFPNTB-C-AFT-IMG-TX TO CLCFGIMG-ROW-IMG
005760     END-IF.
005770     MOVE CLCFGIMG-GL-SUBSYS-CD  TO WS-000-SUBSYS-CD.
005780     MOVE CLCFGIMG-ROW-IMG       TO WK-9007-ROW-IMG.
005790     SET WK-9007-READ            TO TRUE.
005800     SET WK-9007-GLST            TO TRUE.
005810     CALL 'PDDS9007' USING WK-9007-CALL-PARMS.
005820     IF WK-9007-SQL-ERROR OR WK-9007-BAD-PARMS
005830         SET WW-000-EDIT-FAILED  TO TRUE
005840         MOVE 'SQL ERROR - SEE ON-CALL DASHBOARD' TO MSGO
005850         GO TO S480-999-EXIT
005860     END-IF.
005870     IF CLCFPNTB-C-PEND-ACTN-CD = 'A'
005880         IF WK-9007-OK
005890             SET WW-000-EDIT-FAILED TO TRUE
005900         END-IF
005910     ELSE
005920         IF WK-9007-NOT-FOUND
005930          OR WK-9007-ROW-IMG NOT = CLCFPNTB-C-BEF-IMG-TX
005940             SET WW-000-EDIT-FAILED TO TRUE
005950         END-IF
005960     END-IF.
005970     IF WW-000-EDIT-FAILED
005980         MOVE 'ROW CHANGED SINCE IT WAS STAGED - REJECT AND REKEY'
005990                                 TO MSGO
006000         GO TO S480-999-EXIT
006010     END-IF.
006020     MOVE CLCFGIMG-ROW-IMG       TO WK-9007-ROW-IMG.
006030     MOVE WK-9003-OPER-ID        TO WK-9007-AUD-USER-ID.
006040     MOVE WK-030-AUD-SRC-CD      TO WK-9007-AUD-SRC-CD.
006050     IF CLCFPNTB-C-PEND-ACTN-CD = 'D'
006060         SET WK-9007-DELETE      TO TRUE
006070     ELSE
006080         SET WK-9007-PUT         TO TRUE
006090     END-IF.
006100     SET WK-9007-GLST            TO TRUE.
006110     CALL 'PDDS9007' USING WK-9007-CALL-PARMS.
006120     IF NOT WK-9007-OK
006130         SET WW-000-EDIT-FAILED  TO TRUE
006140         MOVE 'SQL ERROR - SEE ON-CALL DASHBOARD' TO MSGO
006150         GO TO S480-999-EXIT
006160     END-IF.
006170     PERFORM S485-000-TOUCH-REFRESH-STAMP
006180         THRU S485-999-EXIT.
006190 S480-999-EXIT.
006200     EXIT.
006210*****************************************************************
006220*    S485-000-TOUCH-REFRESH-STAMP - RECORD THAT A LIST CHANGED, *
006230*    AS PDDM7575 DOES.  THE DUAL MODULE'S HOT-LIST CACHE        *
006240*    COMPARES THIS STAMP ONCE PER TRANSMISSION AND RELOADS      *
006250*    WHEN IT MOVES.                                             *
006260*****************************************************************
006270 S485-000-TOUCH-REFRESH-STAMP.
006280     EXEC SQL
006290         UPDATE G_LIST_DTL_TB
006300            SET G_LIST_DTL_TX =
006310                TO_CHAR(CURRENT_TIMESTAMP,
006320                        'YYYY-MM-DD-HH24.MI.SS.FF6')
006330          WHERE G_LIST_SUBSYS_CD = :WS-000-SUBSYS-CD
006340            AND G_LIST_NUM       = '7997'
006350     END-EXEC.
006360     IF SQLCODE = 100
006370         EXEC SQL
006380             INSERT INTO G_LIST_DTL_TB
006390                 (G_LIST_SUBSYS_CD, G_LIST_NUM, R_GROUP_ID,
006400                  G_LIST_STRT_LMT, G_LIST_END_LMT,
006410                  G_LIST_EFF_STRT_DT, G_LIST_EFF_END_DT,
006420                  G_LIST_DTL_TX)
006430             VALUES
006440                 (:WS-000-SUBSYS-CD, '7997', 'ALL     ',
006450                  'STAMP', 'STAMP',
006460                  '2026-01-01', '9999-12-31',
006470                  TO_CHAR(CURRENT_TIMESTAMP,
006480                          'YYYY-MM-DD-HH24.MI.SS.FF6'))
006490         END-EXEC
006500     END-IF.
006510     IF SQLCODE NOT = 0
006520         SET WW-000-EDIT-FAILED  TO TRUE
006530         PERFORM S900-000-SQL-ERROR
006540             THRU S900-999-EXIT
006550     END-IF.
006560 S485-999-EXIT.
006570     EXIT.
006580*****************************************************************
006590*    S490-000-APPLY-LOCKIN - AN APPROVED W760 CHANGE.  THE SPAN *
006600*    MUST STILL BE AS IT WAS WHEN THE CHANGE WAS STAGED AND     *
006610*    MUST NOT NOW OVERLAP ANOTHER; IT IS THEN ADDED, CHANGED OR *
006620*    END-DATED AS PDDM7582 WOULD HAVE DONE, AND AUDITED.        *
006630*****************************************************************
006640 S490-000-APPLY-LOCKIN.
006650     MOVE CLCFPNTB-C-AFT-IMG-TX  TO CLLKNIMG-ROW-IMG.
006660     MOVE CLLKNIMG-LK-CUST-PART-NUM
006670                                 TO CLLKINTB-R-CUST-PART-NUM.
006680     MOVE CLLKNIMG-LK-CRDHLDR-ID TO CLLKINTB-C-CRDHLDR-ID.
006690     MOVE CLLKNIMG-LK-BEG-DT     TO CLLKINTB-C-LOCKIN-BEG-DT.
006700     MOVE CLLKNIMG-LK-PROV-ID    TO CLLKINTB-C-LOCKIN-PROV-ID.
006710     MOVE CLLKNIMG-LK-PRSC-ID    TO CLLKINTB-C-LOCKIN-PRSC-ID.
006720     MOVE CLLKNIMG-LK-END-DT     TO CLLKINTB-C-LOCKIN-END-DT.
006730     MOVE SPACES                 TO CLLKAUTB-C-BEF-PROV-ID
006740                                    CLLKAUTB-C-BEF-PRSC-ID
006750                                    CLLKAUTB-C-BEF-END-DT.
006760     EXEC SQL
006770         SELECT C_LOCKIN_PROV_ID, C_LOCKIN_PRSC_ID,
006780                C_LOCKIN_END_DT
006790           INTO :CLLKAUTB-C-BEF-PROV-ID,
006800                :CLLKAUTB-C-BEF-PRSC-ID,
006810                :CLLKAUTB-C-BEF-END-DT
006820           FROM C_MBR_LOCKIN_TB
006830          WHERE R_CUST_PART_NUM = :CLLKINTB-R-CUST-PART-NUM
006840            AND C_CRDHLDR_ID    = :CLLKINTB-C-CRDHLDR-ID
006850            AND C_LOCKIN_BEG_DT = :CLLKINTB-C-LOCKIN-BEG-DT
006860     END-EXEC.
006870     IF SQLCODE NOT = 0 AND 100
006880         SET WW-000-EDIT-FAILED  TO TRUE
006890         PERFORM S900-000-SQL-ERROR
006900             THRU S900-999-EXIT
006910         GO TO S490-999-EXIT
006920     END-IF.
006930     IF CLCFPNTB-C-PEND-ACTN-CD = 'A'
006940         IF SQLCODE = 0
006950             SET WW-000-EDIT-FAILED TO TRUE
006960         END-IF
006970     ELSE
006980         MOVE CLCFPNTB-C-BEF-IMG-TX TO CLLKNIMG-ROW-IMG
006990         IF SQLCODE = 100
007000          OR CLLKAUTB-C-BEF-PROV-ID NOT = CLLKNIMG-LK-PROV-ID
007010          OR CLLKAUTB-C-BEF-PRSC-ID NOT = CLLKNIMG-LK-PRSC-ID
007020          OR CLLKAUTB-C-BEF-END-DT  NOT = CLLKNIMG-LK-END-DT
007030             SET WW-000-EDIT-FAILED TO TRUE
007040         END-IF
007050     END-IF.
007060     IF WW-000-EDIT-FAILED
007070         MOVE 'SPAN CHANGED SINCE IT WAS STAGED - REJECT, REKEY'
007080                                 TO MSGO
007090         GO TO S490-999-EXIT
007100     END-IF.
007110*    OVERLAP - ANOTHER SPAN MAY HAVE BEEN ADDED SINCE THE
007120*    CHANGE WAS STAGED.  THE SPAN ITSELF (SAME BEGIN DATE) DOES
007130*    NOT COUNT AGAINST ITSELF.
007140     EXEC SQL
007150         SELECT COUNT(*)
007160           INTO :WS-000-OVERLAP-CNT
007170           FROM C_MBR_LOCKIN_TB
007180          WHERE R_CUST_PART_NUM  = :CLLKINTB-R-CUST-PART-NUM
007190            AND C_CRDHLDR_ID     = :CLLKINTB-C-CRDHLDR-ID
007200            AND C_LOCKIN_BEG_DT <= :CLLKINTB-C-LOCKIN-END-DT
007210            AND C_LOCKIN_END_DT >= :CLLKINTB-C-LOCKIN-BEG-DT
007220            AND C_LOCKIN_BEG_DT <> :CLLKINTB-C-LOCKIN-BEG-DT
007230     END-EXEC.
007240     IF SQLCODE NOT = 0
007250         SET WW-000-EDIT-FAILED  TO TRUE
007260         PERFORM S900-000-SQL-ERROR
007270             THRU S900-999-EXIT
007280         GO TO S490-999-EXIT
007290     END-IF.
007300     IF WS-000-OVERLAP-CNT > ZERO
007310         SET WW-000-EDIT-FAILED  TO TRUE
007320         MOVE 'OVERLAPS AN ACTIVE LOCK-IN SPAN - NOT APPLIED'
007330                                 TO MSGO
007340         GO TO S490-999-EXIT
007350     END-IF.
007360     EVALUATE CLCFPNTB-C-PEND-ACTN-CD
007370         WHEN 'A'
007380             EXEC SQL
007390                 INSERT INTO C_MBR_LOCKIN_TB
007400                     (R_CUST_PART_NUM, C_CRDHLDR_ID,
007410                      C_LOCKIN_PROV_ID, C_LOCKIN_PRSC_ID,
007420                      C_LOCKIN_BEG_DT, C_LOCKIN_END_DT)
007430                 VALUES
007440                     (:CLLKINTB-R-CUST-PART-NUM,
007450                      :CLLKINTB-C-CRDHLDR-ID,
007460                      :CLLKINTB-C-LOCKIN-PROV-ID,
007470                      :CLLKINTB-C-LOCKIN-PRSC-ID,
007480                      :CLLKINTB-C-LOCKIN-BEG-DT,
007490                      :CLLKINTB-C-LOCKIN-END-DT)
007500             END-EXEC
007510         WHEN 'C'
007520             EXEC SQL
007530               UPDATE C_MBR_LOCKIN_TB
007540                SET C_LOCKIN_PROV_ID = :CLLKINTB-C-LOCKIN-PROV-ID,
007550                    C_LOCKIN_PRSC_ID = :CLLKINTB-C-LOCKIN-PRSC-ID,
007560                    C_LOCKIN_END_DT  = :CLLKINTB-C-LOCKIN-END-DT
007570              WHERE R_CUST_PART_NUM  = :CLLKINTB-R-CUST-PART-NUM
007580                AND C_CRDHLDR_ID     = :CLLKINTB-C-CRDHLDR-ID
007590                AND C_LOCKIN_BEG_DT  = :CLLKINTB-C-LOCKIN-BEG-DT
007600             END-EXEC
007610         WHEN OTHER
007620             EXEC SQL
007630               UPDATE C_MBR_LOCKIN_TB
007640                SET C_LOCKIN_END_DT  = :CLLKINTB-C-LOCKIN-END-DT
007650              WHERE R_CUST_PART_NUM  = :CLLKINTB-R-CUST-PART-NUM
007660                AND C_CRDHLDR_ID     = :CLLKINTB-C-CRDHLDR-ID
007670                AND C_LOCKIN_BEG_DT  = :CLLKINTB-C-LOCKIN-BEG-DT
007680             END-EXEC
007690     END-EVALUATE.
007700     IF SQLCODE NOT = 0
007710         SET WW-000-EDIT-FAILED  TO TRUE
007720         PERFORM S900-000-SQL-ERROR
007730             THRU S900-999-EXIT
007740         GO TO S490-999-EXIT
007750     END-IF.
007760     PERFORM S495-000-WRITE-AUDIT
007770         THRU S495-999-EXIT.
007780 S490-999-EXIT.
007790     EXIT.
007800*****************************************************************
007810*    S495-000-WRITE-AUDIT - THE C_LOCKIN_AUD_TB ROW PDDM7582    *
007820*    WOULD HAVE WRITTEN, UNDER THE APPROVER AND THE W770 SOURCE *
007830*****************************************************************
007840 S495-000-WRITE-AUDIT.
007850     MOVE WK-9003-OPER-ID        TO CLLKAUTB-C-AUD-USER-ID.
007860     MOVE WK-030-AUD-SRC-CD      TO CLLKAUTB-C-AUD-SRC-CD.
007870     MOVE CLCFPNTB-C-PEND-ACTN-CD TO CLLKAUTB-C-AUD-ACTN-CD.
007880     MOVE CLLKINTB-R-CUST-PART-NUM
007890                                 TO CLLKAUTB-R-CUST-PART-NUM.
007900     MOVE CLLKINTB-C-CRDHLDR-ID  TO CLLKAUTB-C-CRDHLDR-ID.
007910     MOVE CLLKINTB-C-LOCKIN-BEG-DT
007920                                 TO CLLKAUTB-C-LOCKIN-BEG-DT.
007930     MOVE CLLKINTB-C-LOCKIN-PROV-ID
007940                                 TO CLLKAUTB-C-AFT-PROV-ID.
007950     MOVE CLLKINTB-C-LOCKIN-PRSC-ID
007960                                 TO CLLKAUTB-C-AFT-PRSC-ID.
007970     MOVE CLLKINTB-C-LOCKIN-END-DT
007980                                 TO CLLKAUTB-C-AFT-END-DT.
007990     EXEC SQL
008000         INSERT INTO C_LOCKIN_AUD_TB
008010             (C_AUD_TS, C_AUD_USER_ID, C_AUD_SRC_CD,
008020              C_AUD_ACTN_CD, R_CUST_PART_NUM, C_CRDHLDR_ID,
008030              C_LOCKIN_BEG_DT,
008040              C_BEF_PROV_ID, C_BEF_PRSC_ID, C_BEF_END_DT,
008050              C_AFT_PROV_ID, C_AFT_PRSC_ID, C_AFT_END_DT)
008060         VALUES
008070             (TO_CHAR(CURRENT_TIMESTAMP,
008080                      'YYYY-MM-DD-HH24.MI.SS.FF6'),
008090              :CLLKAUTB-C-AUD-USER-ID, :CLLKAUTB-C-AUD-SRC-CD,
008100              :CLLKAUTB-C-AUD-ACTN-CD,
008110              :CLLKAUTB-R-CUST-PART-NUM,
008120              :CLLKAUTB-C-CRDHLDR-ID,
008130              :CLLKAUTB-C-LOCKIN-BEG-DT,
008140              :CLLKAUTB-C-BEF-PROV-ID,
008150              :CLLKAUTB-C-BEF-PRSC-ID,
008160              :CLLKAUTB-C-BEF-END-DT,
008170              :CLLKAUTB-C-AFT-PROV-ID,
008180              :CLLKAUTB-C-AFT-PRSC-ID,
008190              :CLLKAUTB-C-AFT-END-DT)
008200     END-EXEC.
008210     IF SQLCODE NOT = 0
008220         SET WW-000-EDIT-FAILED  TO TRUE
008230         PERFORM S900-000-SQL-ERROR
008240             THRU S900-999-EXIT
008250     END-IF.
008260 S495-999-EXIT.
008270     EXIT.
008280*****************************************************************
008290*    S800-000-SEND-MAP                                          *
008300*****************************************************************
008310 S800-000-SEND-MAP.
008320     EXEC CICS
008330         SEND MAP(WK-030-MAP-NAME)
008340              MAPSET(WK-030-MAPSET-NAME)
008350              FROM(PDDM770MO)
008360              ERASE
008370     END-EXEC.
008380 S800-999-EXIT.
008390     EXIT.
008400*****************************************************************
008410*    S900-000-SQL-ERROR                                         *
008420*****************************************************************
008430 S900-000-SQL-ERROR.
008440     MOVE SPACES                 TO MSGO.
008450     MOVE SQLCODE                TO WW-000-SQLCODE-DSP.
008460     STRING 'SQL ERROR - SQLCODE ' WW-000-SQLCODE-DSP
008470         DELIMITED BY SIZE INTO MSGO.
008480 S900-999-EXIT.
008490     EXIT.
