000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PDDM7588.
000030 AUTHOR.        ACS GOVERMENT HEALTHCARE.
000040 DATE-COMPILED.
000050*REMARKS.
000060*****************************************************************
000070*                                                               *
000080*@ PROGRAM-ID: PDDM7588                                         *
000090*@ TITLE: PHARMACY MAC APPEAL SCREEN                            *
000100*                                                               *
000110*****************************************************************
000120*                                                               *
000130*?  I. PROGRAM ABSTRACT                                         *
000140*+                                                              *
000150*+  PSEUDO-CONVERSATIONAL CICS TRANSACTION (TRANID W766), IN    *
000160*+  THE STYLE OF PDDM7575, THAT LOGS AND DECIDES PHARMACY       *
000170*+  APPEALS OF STATE MAC PRICES ON C_MAC_APPEAL_TB.  OPENING    *
000180*+  AN APPEAL RECORDS THE PHARMACY, NDC, GCN AND THE INVOICE    *
000190*+  ACQUISITION COST PER UNIT, STAMPS THE RECEIVED DATE AND     *
000200*+  THE MAC IN FORCE, AND RETURNS THE APPEAL NUMBER.  A DENIAL  *
000210*+  CLOSES THE APPEAL.  AN APPROVAL CLOSES IT AND MOVES THE     *
000220*+  GCN'S MAC GOING FORWARD: THE SPAN IN FORCE IS END-DATED     *
000230*+  THE DAY BEFORE THE DECISION AND A NEW SPAN OPENS ON THE     *
000240*+  DECISION DATE AT THE APPROVED PRICE (THE KEYED NEW MAC, OR  *
000250*+  THE INVOICE COST WHEN NONE IS KEYED), BOTH AUDITED ON       *
000260*+  R_STATE_MAC_AUD_TB.  ALL OF AN APPROVAL COMMITS OR NONE OF  *
000270*+  IT DOES.  UPDATE ACTIONS NEED THE UPDATE ROLE AND INQUIRY   *
000280*+  THE INQUIRE ROLE (PDDS9003).  VOLUMES AND TURNAROUND ARE    *
000290*+  REPORTED MONTHLY BY PDDR0063.                               *
000300*+                                                              *
000310*****************************************************************
000320*+                                                              *
000330*+ II. INPUT/OUTPUT MATRIX                                      *
000340*+                                                              *
000350*+     I/O              TITLE                           ID      *
000360*+     ---   ------------------------------------  ----------   *
000370*+      I/O   C_MAC_APPEAL_TB                       CLMACATB    *
000380*+      I/O   R_STATE_MAC_TB                        CLSMACTB    *
000390*+      O     R_STATE_MAC_AUD_TB                    CLSMAUTB    *
000400*+      I     C_PROV_MSTR_TB                        CLPRVMTB    *
000410*+      I/O   PDDM766M MAP (MAPSET PDDM766M)        PDDM766M    *
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
000520* CR4203   10/15/26  ACS       NEW PROGRAM.  PHARMACY MAC       *
000530*                              APPEAL LOG; AN APPROVED APPEAL   *
000540*                              RESETS THE STATE MAC GOING       *
000550*                              FORWARD.                         *
000560*****************************************************************
000570
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 DATA DIVISION.
000610 WORKING-STORAGE SECTION.
000620
000630 01  WK-030-MISC-CONSTANTS.
000640     05  WK-030-PROGRAM-NAME     PIC X(08)      VALUE 'PDDM7588'.
000650     05  WK-030-MAPSET-NAME      PIC X(08)      VALUE 'PDDM766M'.
000660     05  WK-030-MAP-NAME         PIC X(08)      VALUE 'PDDM766S'.
000670     05  WK-030-TRANID           PIC X(04)      VALUE 'W766'.
000680
000690 01  WW-000-WORK-AREA.
000700     05  WW-000-EDIT-FAIL-SW      PIC X(01) VALUE 'N'.
000710         88  WW-000-EDIT-FAILED   VALUE 'Y'.
000720     05  WW-000-CUR-SPAN-SW       PIC X(01) VALUE 'N'.
000730         88  WW-000-CUR-SPAN-FOUND VALUE 'Y'.
000740     05  WW-000-APPL-TX           PIC X(09).
000750     05  WW-000-APPL-NUM REDEFINES WW-000-APPL-TX
000760                                  PIC 9(09).
000770     05  WW-000-GCN-TX            PIC X(09).
000780     05  WW-000-GCN-NUM REDEFINES WW-000-GCN-TX
000790                                  PIC 9(09).
000800     05  WW-000-NDC-TX            PIC X(11).
000810     05  WW-000-NDC-NUM REDEFINES WW-000-NDC-TX
000820                                  PIC 9(11).
000830     05  WW-000-PRICE-DSP         PIC ZZZZZ9.99999.
000840     05  WW-000-APPL-DSP          PIC Z(08)9.
000850     05  WW-000-GCN-DSP           PIC 9(09).
000860     05  WW-000-STAT-LINE         PIC X(75).
000870
000880     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
000890     COPY CLMACATB.
000900     COPY CLSMACTB.
000910     COPY CLSMAUTB.
000920 01  WS-000-SQL-WORK-AREA.
000930     05  WS-000-PROV-STAT-CD      PIC X(01).
000940     05  WS-000-TODAY-DT          PIC X(10).
000950     05  WS-000-PRIOR-DT          PIC X(10).
000960     05  WS-000-NEXT-BEG-DT       PIC X(10).
000970     05  WS-000-NEW-END-DT        PIC X(10).
000980     EXEC SQL END DECLARE SECTION END-EXEC.
000990 01  WW-000-SQLCODE-DSP           PIC -(8)9.
001000
001010     EXEC SQL INCLUDE SQLCA END-EXEC.
001020
001030*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
001040*    ROLE CHECK - LOGGING AND DECIDING NEED THE UPDATE ROLE,
001050*    INQUIRY THE INQUIRE ROLE.
001060     COPY WKC90030.
001070*
001080 01  WC-000-COMMAREA-WS.
001090     05  WC-000-LAST-ACTCD        PIC X(01).
001100
001110 LINKAGE SECTION.
001120 01  DFHCOMMAREA.
001130     05  PDDM7588-LAST-ACTCD      PIC X(01).
001140
001150     COPY PDDM766M.
001160*****************************************************************
001170*    PROCEDURE DIVISION                                        *
001180*****************************************************************
001190 PROCEDURE DIVISION.
001200*****************************************************************
001210*    S100-000-MAINLINE - FIRST-TIME VS. RETURN DISPATCH         *
001220*****************************************************************
001230 S100-000-MAINLINE.
001240     IF EIBCALEN = 0
001250         PERFORM S200-000-INIT-SCREEN
001260             THRU S200-999-EXIT
001270     ELSE
001280         MOVE DFHCOMMAREA        TO WC-000-COMMAREA-WS
001290         PERFORM S300-000-RECEIVE-MAP
001300             THRU S300-999-EXIT
001310         PERFORM S400-000-PROCESS-ACTION
001320             THRU S400-999-EXIT
001330     END-IF.
001340     PERFORM S800-000-SEND-MAP
001350         THRU S800-999-EXIT.
001360     MOVE WC-000-LAST-ACTCD      TO PDDM7588-LAST-ACTCD.
001370     EXEC CICS
001380         RETURN TRANSID(WK-030-TRANID)
001390                COMMAREA(DFHCOMMAREA)
001400     END-EXEC.
001410     GOBACK.
001420*****************************************************************
001430*    S200-000-INIT-SCREEN                                       *
001440*****************************************************************
001450 S200-000-INIT-SCREEN.
001460     MOVE LOW-VALUES             TO PDDM766MO.
001470     MOVE SPACES                 TO WC-000-LAST-ACTCD.
001480     MOVE 'ENTER AN ACTION (O/A/D/I) - APPEAL NUMBER FOR A/D/I'
001490                                 TO MSGO.
001500 S200-999-EXIT.
001510     EXIT.
001520*****************************************************************
001530*    S300-000-RECEIVE-MAP                                       *
001540*****************************************************************
001550 S300-000-RECEIVE-MAP.
001560     EXEC CICS
001570         RECEIVE MAP(WK-030-MAP-NAME)
001580                 MAPSET(WK-030-MAPSET-NAME)
001590                 INTO(PDDM766MI)
001600     END-EXEC.
001610 S300-999-EXIT.
001620     EXIT.
001630*****************************************************************
001640*    S400-000-PROCESS-ACTION - AUTHORIZE AND ROUTE ON ACTCD     *
001650*****************************************************************
001660 S400-000-PROCESS-ACTION.
001670     MOVE SPACES                 TO MSGO.
001680     IF ACTCDI NOT = 'O' AND 'A' AND 'D' AND 'I'
001690         MOVE 'INVALID ACTION - MUST BE O, A, D OR I' TO MSGO
001700         GO TO S400-999-EXIT
001710     END-IF.
001720     IF ACTCDI = 'I'
001730         MOVE 'I'                TO WK-9003-REQ-ACCESS-CD
001740     ELSE
001750         MOVE 'U'                TO WK-9003-REQ-ACCESS-CD
001760     END-IF.
001770     IF ACTCDI = 'O'
001780         MOVE PROVIDI            TO WK-9003-KEY-TX
001790     ELSE
001800         MOVE APPLNUMI           TO WK-9003-KEY-TX
001810     END-IF.
001820*    THE SIGNED-ON USER, NOT THE TERMINAL - ROLE CHECKS AND
001830*    THE ACCESS LOG MUST FOLLOW THE PERSON.
001840     EXEC CICS ASSIGN
001850         USERID(WK-9003-OPER-ID)
001860     END-EXEC.
001870     MOVE WK-030-TRANID          TO WK-9003-TRAN-ID.
001880     CALL 'PDDS9003' USING WK-9003-CALL-PARMS.
001890     IF WK-9003-ACCESS-DENIED
001900         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION - SEE SECURITY'
001910                                 TO MSGO
001920         GO TO S400-999-EXIT
001930     END-IF.
001940     IF ACTCDI NOT = 'O'
001950         MOVE APPLNUMI           TO WW-000-APPL-TX
001960         IF WW-000-APPL-TX NOT NUMERIC
001970             MOVE 'APPEAL NUMBER MUST BE 9 DIGITS, ZERO-FILLED'
001980                                 TO MSGO
001990             GO TO S400-999-EXIT
002000         END-IF
002010         MOVE WW-000-APPL-NUM    TO CLMACATB-C-MAC-APPEAL-NUM
002020     END-IF.
002030     EVALUATE ACTCDI
002040         WHEN 'O'
002050             PERFORM S420-000-OPEN-APPEAL
002060                 THRU S420-999-EXIT
002070         WHEN 'A'
002080             PERFORM S430-000-APPROVE-APPEAL
002090                 THRU S430-999-EXIT
002100         WHEN 'D'
002110             PERFORM S440-000-DENY-APPEAL
002120                 THRU S440-999-EXIT
002130         WHEN 'I'
002140             PERFORM S450-000-INQUIRE-APPEAL
002150                 THRU S450-999-EXIT
002160     END-EVALUATE.
002170     MOVE ACTCDI                 TO WC-000-LAST-ACTCD.
002180 S400-999-EXIT.
002190     EXIT.
002200*****************************************************************
002210*    S420-000-OPEN-APPEAL - LOG A NEW APPEAL.  THE PHARMACY     *
002220*    MUST BE ACTIVE ON THE PROVIDER MASTER; THE MAC IN FORCE    *
002230*    TODAY (ZERO WHEN THE GCN IS NOT ON THE LIST) IS KEPT WITH  *
002240*    THE APPEAL SO THE DECISION CAN BE MEASURED AGAINST IT.     *
002250*****************************************************************
002260 S420-000-OPEN-APPEAL.
002270     IF PROVIDI = SPACES OR LOW-VALUES
002280         MOVE 'PHARMACY ID IS REQUIRED' TO MSGO
002290         GO TO S420-999-EXIT
002300     END-IF.
002310     MOVE NDCI                   TO WW-000-NDC-TX.
002320     IF WW-000-NDC-TX NOT NUMERIC
002330         MOVE 'NDC MUST BE 11 DIGITS' TO MSGO
002340         GO TO S420-999-EXIT
002350     END-IF.
002360     MOVE GCNI                   TO WW-000-GCN-TX.
002370     IF WW-000-GCN-TX NOT NUMERIC
002380      OR WW-000-GCN-NUM = ZERO
002390         MOVE 'GCN MUST BE 9 DIGITS, ZERO-FILLED' TO MSGO
002400         GO TO S420-999-EXIT
002410     END-IF.
002420     IF INVAMTI = SPACES OR LOW-VALUES
002430         MOVE 'INVOICE ACQUISITION COST PER UNIT IS REQUIRED'
002440                                 TO MSGO
002450         GO TO S420-999-EXIT
002460     END-IF.
002470     COMPUTE CLMACATB-C-INVC-UNIT-AMT =
002480         FUNCTION NUMVAL (INVAMTI).
002490     IF CLMACATB-C-INVC-UNIT-AMT NOT > ZERO
002500         MOVE 'INVOICE COST MUST BE GREATER THAN ZERO' TO MSGO
002510         GO TO S420-999-EXIT
002520     END-IF.
002530     MOVE PROVIDI                TO CLMACATB-C-PROV-ID.
002540     MOVE WW-000-NDC-NUM         TO CLMACATB-R-DRUG-NDC-NUM.
002550     MOVE WW-000-GCN-NUM         TO CLMACATB-R-DRUG-GCN-SEQ-NUM.
002560     MOVE RSNTXI                 TO CLMACATB-C-RSN-TX.
002570     EXEC SQL
002580         SELECT C_PROV_STAT_CD
002590           INTO :WS-000-PROV-STAT-CD
002600           FROM C_PROV_MSTR_TB
002610          WHERE C_PROV_ID = :CLMACATB-C-PROV-ID
002620     END-EXEC.
002630     IF SQLCODE NOT = 0 OR WS-000-PROV-STAT-CD NOT = 'A'
002640         MOVE 'PHARMACY NOT ACTIVE ON C_PROV_MSTR_TB' TO MSGO
002650         GO TO S420-999-EXIT
002660     END-IF.
002670     MOVE CLMACATB-R-DRUG-GCN-SEQ-NUM
002680                                 TO CLSMACTB-R-DRUG-GCN-SEQ-NUM.
002690     PERFORM S470-000-GET-CURRENT-SPAN
002700         THRU S470-999-EXIT.
002710     IF WW-000-EDIT-FAILED
002720         GO TO S420-999-EXIT
002730     END-IF.
002740     IF WW-000-CUR-SPAN-FOUND
002750         MOVE CLSMACTB-R-MAC-UNIT-PRICE
002760                                 TO CLMACATB-C-CUR-MAC-PRICE
002770     ELSE
002780         MOVE ZERO               TO CLMACATB-C-CUR-MAC-PRICE
002790     END-IF.
002800     EXEC SQL
002810         SELECT C_MAC_APPEAL_SEQ.NEXTVAL
002820           INTO :CLMACATB-C-MAC-APPEAL-NUM
002830           FROM DUAL
002840     END-EXEC.
002850     IF SQLCODE NOT = 0
002860         PERFORM S900-000-SQL-ERROR
002870             THRU S900-999-EXIT
002880         GO TO S420-999-EXIT
002890     END-IF.
002900     EXEC SQL
002910         INSERT INTO C_MAC_APPEAL_TB
002920                (C_MAC_APPEAL_NUM, C_PROV_ID, R_DRUG_NDC_NUM,
002930                 R_DRUG_GCN_SEQ_NUM, C_INVC_UNIT_AMT,
002940                 C_CUR_MAC_PRICE, C_RCVD_DT, C_DCSN_CD,
002950                 C_DCSN_DT, C_NEW_MAC_PRICE, C_DCSN_USER_ID,
002960                 C_RSN_TX)
002970         VALUES (:CLMACATB-C-MAC-APPEAL-NUM,
002980                 :CLMACATB-C-PROV-ID,
002990                 :CLMACATB-R-DRUG-NDC-NUM,
003000                 :CLMACATB-R-DRUG-GCN-SEQ-NUM,
003010                 :CLMACATB-C-INVC-UNIT-AMT,
003020                 :CLMACATB-C-CUR-MAC-PRICE,
003030                 TO_CHAR(TRUNC(CURRENT_DATE),'YYYY-MM-DD'),
003040                 'P', ' ', 0, ' ',
003050                 :CLMACATB-C-RSN-TX)
003060     END-EXEC.
003070     IF SQLCODE NOT = 0
003080         PERFORM S900-000-SQL-ERROR
003090             THRU S900-999-EXIT
003100         GO TO S420-999-EXIT
003110     END-IF.
003120     MOVE CLMACATB-C-MAC-APPEAL-NUM TO WW-000-APPL-DSP.
003130     MOVE WW-000-APPL-DSP        TO APPLNUMO.
003140     MOVE CLMACATB-C-CUR-MAC-PRICE  TO WW-000-PRICE-DSP.
003150     MOVE WW-000-PRICE-DSP       TO CURMACO.
003160     MOVE 'APPEAL LOGGED - NOTE THE APPEAL NUMBER' TO MSGO.
003170 S420-999-EXIT.
003180     EXIT.
003190*****************************************************************
003200*    S430-000-APPROVE-APPEAL - CLOSE A PENDING APPEAL AS        *
003210*    APPROVED AND MOVE THE GCN'S MAC FROM TODAY FORWARD.  ANY   *
003220*    FAILURE PART WAY THROUGH BACKS OUT THE WHOLE APPROVAL.     *
003230*****************************************************************
003240 S430-000-APPROVE-APPEAL.
003250     PERFORM S460-000-GET-PENDING
003260         THRU S460-999-EXIT.
003270     IF WW-000-EDIT-FAILED
003280         GO TO S430-999-EXIT
003290     END-IF.
003300     IF NEWMACI = SPACES OR LOW-VALUES
003310         MOVE CLMACATB-C-INVC-UNIT-AMT
003320                                 TO CLMACATB-C-NEW-MAC-PRICE
003330     ELSE
003340         COMPUTE CLMACATB-C-NEW-MAC-PRICE =
003350             FUNCTION NUMVAL (NEWMACI)
003360     END-IF.
003370     IF CLMACATB-C-NEW-MAC-PRICE NOT > ZERO
003380         MOVE 'APPROVED MAC MUST BE GREATER THAN ZERO' TO MSGO
003390         GO TO S430-999-EXIT
003400     END-IF.
003410     MOVE WK-9003-OPER-ID        TO CLMACATB-C-DCSN-USER-ID.
003420     IF RSNTXI NOT = SPACES AND LOW-VALUES
003430         MOVE RSNTXI             TO CLMACATB-C-RSN-TX
003440     END-IF.
003450     EXEC SQL
003460         UPDATE C_MAC_APPEAL_TB
003470            SET C_DCSN_CD       = 'A',
003480                C_DCSN_DT       = :WS-000-TODAY-DT,
003490                C_NEW_MAC_PRICE = :CLMACATB-C-NEW-MAC-PRICE,
003500                C_DCSN_USER_ID  = :CLMACATB-C-DCSN-USER-ID,
003510                C_RSN_TX        = :CLMACATB-C-RSN-TX
003520          WHERE C_MAC_APPEAL_NUM = :CLMACATB-C-MAC-APPEAL-NUM
003530            AND C_DCSN_CD        = 'P'
003540     END-EXEC.
003550     IF SQLCODE NOT = 0
003560         PERFORM S900-000-SQL-ERROR
003570             THRU S900-999-EXIT
003580         GO TO S430-999-EXIT
003590     END-IF.
003600     PERFORM S480-000-ADJUST-MAC
003610         THRU S480-999-EXIT.
003620     IF WW-000-EDIT-FAILED
003630         EXEC CICS
003640             SYNCPOINT ROLLBACK
003650         END-EXEC
003660         GO TO S430-999-EXIT
003670     END-IF.
003680     MOVE CLMACATB-C-NEW-MAC-PRICE  TO WW-000-PRICE-DSP.
003690     MOVE WW-000-PRICE-DSP       TO NEWMACO.
003700     MOVE 'APPEAL APPROVED - MAC RESET FROM TODAY' TO MSGO.
003710 S430-999-EXIT.
003720     EXIT.
003730*****************************************************************
003740*    S440-000-DENY-APPEAL - CLOSE A PENDING APPEAL AS DENIED    *
003750*****************************************************************
003760 S440-000-DENY-APPEAL.
003770     PERFORM S460-000-GET-PENDING
003780         THRU S460-999-EXIT.
003790     IF WW-000-EDIT-FAILED
003800         GO TO S440-999-EXIT
003810     END-IF.
003820     MOVE WK-9003-OPER-ID        TO CLMACATB-C-DCSN-USER-ID.
003830     IF RSNTXI NOT = SPACES AND LOW-VALUES
003840         MOVE RSNTXI             TO CLMACATB-C-RSN-TX
003850     END-IF.
003860     EXEC SQL
003870         UPDATE C_MAC_APPEAL_TB
003880            SET C_DCSN_CD       = 'D',
003890                C_DCSN_DT       = :WS-000-TODAY-DT,
003900                C_DCSN_USER_ID  = :CLMACATB-C-DCSN-USER-ID,
003910                C_RSN_TX        = :CLMACATB-C-RSN-TX
003920          WHERE C_MAC_APPEAL_NUM = :CLMACATB-C-MAC-APPEAL-NUM
003930            AND C_DCSN_CD        = 'P'
003940     END-EXEC.
003950     IF SQLCODE NOT = 0
003960         PERFORM S900-000-SQL-ERROR
003970             THRU S900-999-EXIT
003980         GO TO S440-999-EXIT
003990     END-IF.
004000     MOVE 'APPEAL DENIED - MAC UNCHANGED' TO MSGO.
004010 S440-999-EXIT.
004020     EXIT.
004030*****************************************************************
004040*    S450-000-INQUIRE-APPEAL                                    *
004050*****************************************************************
004060 S450-000-INQUIRE-APPEAL.
004070     EXEC SQL
004080         SELECT C_PROV_ID, R_DRUG_NDC_NUM, R_DRUG_GCN_SEQ_NUM,
004090                C_INVC_UNIT_AMT, C_CUR_MAC_PRICE, C_RCVD_DT,
004100                C_DCSN_CD, C_DCSN_DT, C_NEW_MAC_PRICE,
004110                C_DCSN_USER_ID, C_RSN_TX
004120           INTO :CLMACATB-C-PROV-ID,
004130                :CLMACATB-R-DRUG-NDC-NUM,
004140                :CLMACATB-R-DRUG-GCN-SEQ-NUM,
004150                :CLMACATB-C-INVC-UNIT-AMT,
004160                :CLMACATB-C-CUR-MAC-PRICE,
004170                :CLMACATB-C-RCVD-DT,
004180                :CLMACATB-C-DCSN-CD,
004190                :CLMACATB-C-DCSN-DT,
004200                :CLMACATB-C-NEW-MAC-PRICE,
004210                :CLMACATB-C-DCSN-USER-ID,
004220                :CLMACATB-C-RSN-TX
004230           FROM C_MAC_APPEAL_TB
004240          WHERE C_MAC_APPEAL_NUM = :CLMACATB-C-MAC-APPEAL-NUM
004250     END-EXEC.
004260     EVALUATE SQLCODE
004270       WHEN 0
004280         PERFORM S455-000-SHOW-APPEAL
004290             THRU S455-999-EXIT
004300         MOVE 'APPEAL FOUND'     TO MSGO
004310       WHEN 100
004320         MOVE 'NO APPEAL WITH THIS NUMBER' TO MSGO
004330       WHEN OTHER
004340         PERFORM S900-000-SQL-ERROR
004350             THRU S900-999-EXIT
004360     END-EVALUATE.
004370 S450-999-EXIT.
004380     EXIT.
004390*****************************************************************
004400*    S455-000-SHOW-APPEAL - FORMAT THE APPEAL ONTO THE SCREEN   *
004410*****************************************************************
004420 S455-000-SHOW-APPEAL.
004430     MOVE CLMACATB-C-PROV-ID     TO PROVIDO.
004440     MOVE CLMACATB-R-DRUG-NDC-NUM TO NDCO.
004450     MOVE CLMACATB-R-DRUG-GCN-SEQ-NUM TO WW-000-GCN-DSP.
004460     MOVE WW-000-GCN-DSP         TO GCNO.
004470     MOVE CLMACATB-C-INVC-UNIT-AMT TO WW-000-PRICE-DSP.
004480     MOVE WW-000-PRICE-DSP       TO INVAMTO.
004490     MOVE CLMACATB-C-CUR-MAC-PRICE TO WW-000-PRICE-DSP.
004500     MOVE WW-000-PRICE-DSP       TO CURMACO.
004510     MOVE CLMACATB-C-NEW-MAC-PRICE TO WW-000-PRICE-DSP.
004520     MOVE WW-000-PRICE-DSP       TO NEWMACO.
004530     MOVE CLMACATB-C-RSN-TX      TO RSNTXO.
004540     MOVE SPACES                 TO WW-000-STAT-LINE.
004550     STRING 'RCVD ' CLMACATB-C-RCVD-DT
004560            ' DCSN ' CLMACATB-C-DCSN-CD
004570            ' ' CLMACATB-C-DCSN-DT
004580            ' BY ' CLMACATB-C-DCSN-USER-ID
004590         DELIMITED BY SIZE INTO WW-000-STAT-LINE.
004600     MOVE WW-000-STAT-LINE       TO STATO.
004610 S455-999-EXIT.
004620     EXIT.
004630*****************************************************************
004640*    S460-000-GET-PENDING - THE APPEAL MUST EXIST AND STILL BE  *
004650*    PENDING BEFORE IT CAN BE DECIDED.  ALSO SETS TODAY'S DATE  *
004660*    FOR THE DECISION.                                          *
004670*****************************************************************
004680 S460-000-GET-PENDING.
004690     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
004700     EXEC SQL
004710         SELECT R_DRUG_GCN_SEQ_NUM, C_INVC_UNIT_AMT,
004720                C_DCSN_CD, C_RSN_TX,
004730                TO_CHAR(TRUNC(CURRENT_DATE),'YYYY-MM-DD'),
004740                TO_CHAR(TRUNC(CURRENT_DATE) - 1,'YYYY-MM-DD')
004750           INTO :CLMACATB-R-DRUG-GCN-SEQ-NUM,
004760                :CLMACATB-C-INVC-UNIT-AMT,
004770                :CLMACATB-C-DCSN-CD,
004780                :CLMACATB-C-RSN-TX,
004790                :WS-000-TODAY-DT,
004800                :WS-000-PRIOR-DT
004810           FROM C_MAC_APPEAL_TB
004820          WHERE C_MAC_APPEAL_NUM = :CLMACATB-C-MAC-APPEAL-NUM
004830     END-EXEC.
004840     EVALUATE SQLCODE
004850       WHEN 0
004860         IF NOT CLMACATB-C-DCSN-PENDING
004870             SET WW-000-EDIT-FAILED TO TRUE
004880             MOVE 'APPEAL ALREADY DECIDED - NO CHANGE MADE'
004890                                 TO MSGO
004900         END-IF
004910       WHEN 100
004920         SET WW-000-EDIT-FAILED TO TRUE
004930         MOVE 'NO APPEAL WITH THIS NUMBER' TO MSGO
004940       WHEN OTHER
004950         SET WW-000-EDIT-FAILED TO TRUE
004960         PERFORM S900-000-SQL-ERROR
004970             THRU S900-999-EXIT
004980     END-EVALUATE.
004990 S460-999-EXIT.
005000     EXIT.
005010*****************************************************************
005020*    S470-000-GET-CURRENT-SPAN - THE GCN'S MAC SPAN IN FORCE    *
005030*    TODAY, IF ANY                                              *
005040*****************************************************************
005050 S470-000-GET-CURRENT-SPAN.
005060     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
005070     MOVE 'N'                    TO WW-000-CUR-SPAN-SW.
005080     EXEC SQL
005090         SELECT R_MAC_BEG_DT, R_MAC_END_DT, R_MAC_UNIT_PRICE
005100           INTO :CLSMACTB-R-MAC-BEG-DT,
005110                :CLSMACTB-R-MAC-END-DT,
005120                :CLSMACTB-R-MAC-UNIT-PRICE
005130           FROM R_STATE_MAC_TB
005140          WHERE R_DRUG_GCN_SEQ_NUM = :CLSMACTB-R-DRUG-GCN-SEQ-NUM
005150            AND R_MAC_BEG_DT <=
005160                TO_CHAR(TRUNC(CURRENT_DATE),'YYYY-MM-DD')
005170            AND R_MAC_END_DT >=
005180                TO_CHAR(TRUNC(CURRENT_DATE),'YYYY-MM-DD')
005190            AND ROWNUM = 1
005200     END-EXEC.
005210     EVALUATE SQLCODE
005220       WHEN 0
005230         SET WW-000-CUR-SPAN-FOUND TO TRUE
005240       WHEN 100
005250         CONTINUE
005260       WHEN OTHER
005270         SET WW-000-EDIT-FAILED TO TRUE
005280         PERFORM S900-000-SQL-ERROR
005290             THRU S900-999-EXIT
005300     END-EVALUATE.
005310 S470-999-EXIT.
005320     EXIT.
005330*****************************************************************
005340*    S480-000-ADJUST-MAC - APPLY AN APPROVED APPEAL GOING       *
005350*    FORWARD.  A SPAN THAT BEGAN TODAY IS REPRICED IN PLACE.    *
005360*    OTHERWISE THE SPAN IN FORCE IS END-DATED YESTERDAY AND A   *
005370*    NEW SPAN OPENS TODAY, RUNNING TO THE OLD SPAN'S END DATE - *
005380*    OR, WHEN THE GCN HAS NO SPAN IN FORCE, TO THE DAY BEFORE   *
005390*    ITS NEXT FUTURE SPAN (OPEN-ENDED IF THERE IS NONE).        *
005400*****************************************************************
005410 S480-000-ADJUST-MAC.
005420     MOVE CLMACATB-R-DRUG-GCN-SEQ-NUM
005430                                 TO CLSMACTB-R-DRUG-GCN-SEQ-NUM.
005440     PERFORM S470-000-GET-CURRENT-SPAN
005450         THRU S470-999-EXIT.
005460     IF WW-000-EDIT-FAILED
005470         GO TO S480-999-EXIT
005480     END-IF.
005490     MOVE WK-9003-OPER-ID        TO CLSMACTB-R-UPD-USER-ID.
005500     IF WW-000-CUR-SPAN-FOUND
005510      AND CLSMACTB-R-MAC-BEG-DT = WS-000-TODAY-DT
005520         MOVE CLSMACTB-R-MAC-UNIT-PRICE
005530                                 TO CLSMAUTB-R-BEF-UNIT-PRICE
005540         MOVE CLSMACTB-R-MAC-END-DT TO CLSMAUTB-R-BEF-END-DT
005550         EXEC SQL
005560             UPDATE R_STATE_MAC_TB
005570                SET R_MAC_UNIT_PRICE = :CLMACATB-C-NEW-MAC-PRICE,
005580                    R_MAC_SRC_CD     = 'A',
005590                    R_MAC_APPEAL_NUM = :CLMACATB-C-MAC-APPEAL-NUM,
005600                    R_UPD_USER_ID    = :CLSMACTB-R-UPD-USER-ID,
005610                    R_UPD_TS         =
005620                        TO_CHAR(CURRENT_TIMESTAMP,
005630                                'YYYY-MM-DD-HH24.MI.SS.FF6')
005640              WHERE R_DRUG_GCN_SEQ_NUM =
005650                                   :CLSMACTB-R-DRUG-GCN-SEQ-NUM
005660                AND R_MAC_BEG_DT = :CLSMACTB-R-MAC-BEG-DT
005670         END-EXEC
005680         IF SQLCODE NOT = 0
005690             SET WW-000-EDIT-FAILED TO TRUE
005700             PERFORM S900-000-SQL-ERROR
005710                 THRU S900-999-EXIT
005720             GO TO S480-999-EXIT
005730         END-IF
005740         MOVE 'C'                TO CLSMAUTB-R-AUD-ACTN-CD
005750         MOVE CLMACATB-C-NEW-MAC-PRICE
005760                                 TO CLSMAUTB-R-AFT-UNIT-PRICE
005770         MOVE CLSMACTB-R-MAC-END-DT TO CLSMAUTB-R-AFT-END-DT
005780         PERFORM S485-000-WRITE-AUDIT
005790             THRU S485-999-EXIT
005800         GO TO S480-999-EXIT
005810     END-IF.
005820     IF WW-000-CUR-SPAN-FOUND
005830         MOVE CLSMACTB-R-MAC-END-DT TO WS-000-NEW-END-DT
005840         MOVE CLSMACTB-R-MAC-UNIT-PRICE
005850                                 TO CLSMAUTB-R-BEF-UNIT-PRICE
005860         MOVE CLSMACTB-R-MAC-END-DT TO CLSMAUTB-R-BEF-END-DT
005870         EXEC SQL
005880             UPDATE R_STATE_MAC_TB
005890                SET R_MAC_END_DT     = :WS-000-PRIOR-DT,
005900                    R_UPD_USER_ID    = :CLSMACTB-R-UPD-USER-ID,
005910                    R_UPD_TS         =
005920                        TO_CHAR(CURRENT_TIMESTAMP,
005930                                'YYYY-MM-DD-HH24.MI.SS.FF6')
005940              WHERE R_DRUG_GCN_SEQ_NUM =
005950                                   :CLSMACTB-R-DRUG-GCN-SEQ-NUM
005960                AND R_MAC_BEG_DT = :CLSMACTB-R-MAC-BEG-DT
005970         END-EXEC
005980         IF SQLCODE NOT = 0
005990             SET WW-000-EDIT-FAILED TO TRUE
006000             PERFORM S900-000-SQL-ERROR
006010                 THRU S900-999-EXIT
006020             GO TO S480-999-EXIT
006030         END-IF
006040         MOVE 'E'                TO CLSMAUTB-R-AUD-ACTN-CD
006050         MOVE CLSMACTB-R-MAC-UNIT-PRICE
006060                                 TO CLSMAUTB-R-AFT-UNIT-PRICE
006070         MOVE WS-000-PRIOR-DT    TO CLSMAUTB-R-AFT-END-DT
006080         PERFORM S485-000-WRITE-AUDIT
006090             THRU S485-999-EXIT
006100         IF WW-000-EDIT-FAILED
006110             GO TO S480-999-EXIT
006120         END-IF
006130     ELSE
006140         EXEC SQL
006150             SELECT NVL(MIN(R_MAC_BEG_DT),' ')
006160               INTO :WS-000-NEXT-BEG-DT
006170               FROM R_STATE_MAC_TB
006180              WHERE R_DRUG_GCN_SEQ_NUM =
006190                                   :CLSMACTB-R-DRUG-GCN-SEQ-NUM
006200                AND R_MAC_BEG_DT > :WS-000-TODAY-DT
006210         END-EXEC
006220         IF SQLCODE NOT = 0
006230             SET WW-000-EDIT-FAILED TO TRUE
006240             PERFORM S900-000-SQL-ERROR
006250                 THRU S900-999-EXIT
006260             GO TO S480-999-EXIT
006270         END-IF
006280         IF WS-000-NEXT-BEG-DT = SPACES
006290             MOVE '9999-12-31'   TO WS-000-NEW-END-DT
006300         ELSE
006310             EXEC SQL
006320                 SELECT TO_CHAR(TO_DATE(:WS-000-NEXT-BEG-DT,
006330                                        'YYYY-MM-DD') - 1,
006340                                'YYYY-MM-DD')
006350                   INTO :WS-000-NEW-END-DT
006360                   FROM DUAL
006370             END-EXEC
006380         END-IF
006390     END-IF.
006400     MOVE WS-000-TODAY-DT        TO CLSMACTB-R-MAC-BEG-DT.
006410     EXEC SQL
006420         INSERT INTO R_STATE_MAC_TB
006430             (R_DRUG_GCN_SEQ_NUM, R_MAC_BEG_DT, R_MAC_END_DT,
006440              R_MAC_UNIT_PRICE, R_MAC_SRC_CD, R_MAC_APPEAL_NUM,
006450              R_UPD_USER_ID, R_UPD_TS)
006460         VALUES
006470             (:CLSMACTB-R-DRUG-GCN-SEQ-NUM,
006480              :WS-000-TODAY-DT,
006490              :WS-000-NEW-END-DT,
006500              :CLMACATB-C-NEW-MAC-PRICE,
006510              'A',
006520              :CLMACATB-C-MAC-APPEAL-NUM,
006530              :CLSMACTB-R-UPD-USER-ID,
006540              TO_CHAR(CURRENT_TIMESTAMP,
006550                      'YYYY-MM-DD-HH24.MI.SS.FF6'))
006560     END-EXEC.
006570     IF SQLCODE NOT = 0
006580         SET WW-000-EDIT-FAILED TO TRUE
006590         PERFORM S900-000-SQL-ERROR
006600             THRU S900-999-EXIT
006610         GO TO S480-999-EXIT
006620     END-IF.
006630     MOVE 'A'                    TO CLSMAUTB-R-AUD-ACTN-CD.
006640     MOVE ZERO                   TO CLSMAUTB-R-BEF-UNIT-PRICE.
006650     MOVE SPACES                 TO CLSMAUTB-R-BEF-END-DT.
006660     MOVE CLMACATB-C-NEW-MAC-PRICE
006670                                 TO CLSMAUTB-R-AFT-UNIT-PRICE.
006680     MOVE WS-000-NEW-END-DT      TO CLSMAUTB-R-AFT-END-DT.
006690     PERFORM S485-000-WRITE-AUDIT
006700         THRU S485-999-EXIT.
006710 S480-999-EXIT.
006720     EXIT.
006730*****************************************************************
006740*    S485-000-WRITE-AUDIT - ONE R_STATE_MAC_AUD_TB ROW PER SPAN *
006750*    THE APPEAL TOUCHED, NAMING THE APPEAL                      *
006760*****************************************************************
006770 S485-000-WRITE-AUDIT.
006780     MOVE WK-9003-OPER-ID        TO CLSMAUTB-R-AUD-USER-ID.
006790     MOVE 'W766 '                TO CLSMAUTB-R-AUD-SRC-CD.
006800     MOVE CLSMACTB-R-DRUG-GCN-SEQ-NUM
006810                                 TO CLSMAUTB-R-DRUG-GCN-SEQ-NUM.
006820     MOVE CLSMACTB-R-MAC-BEG-DT  TO CLSMAUTB-R-MAC-BEG-DT.
006830     MOVE CLMACATB-C-MAC-APPEAL-NUM
006840                                 TO CLSMAUTB-R-MAC-APPEAL-NUM.
006850     EXEC SQL
006860         INSERT INTO R_STATE_MAC_AUD_TB
006870             (R_AUD_TS, R_AUD_USER_ID, R_AUD_SRC_CD,
006880              R_AUD_ACTN_CD, R_DRUG_GCN_SEQ_NUM, R_MAC_BEG_DT,
006890              R_BEF_UNIT_PRICE, R_BEF_END_DT,
006900              R_AFT_UNIT_PRICE, R_AFT_END_DT,
006910              R_MAC_APPEAL_NUM)
006920         VALUES
006930             (TO_CHAR(CURRENT_TIMESTAMP,
006940                      'YYYY-MM-DD-HH24.MI.SS.FF6'),
006950              :CLSMAUTB-R-AUD-USER-ID, :CLSMAUTB-R-AUD-SRC-CD,
006960              :CLSMAUTB-R-AUD-ACTN-CD,
006970              :CLSMAUTB-R-DRUG-GCN-SEQ-NUM,
006980              :CLSMAUTB-R-MAC-BEG-DT,
006990              :CLSMAUTB-R-BEF-UNIT-PRICE,
007000              :CLSMAUTB-R-BEF-END-DT,
007010              :CLSMAUTB-R-AFT-UNIT-PRICE,
007020              :CLSMAUTB-R-AFT-END-DT,
007030              :CLSMAUTB-R-MAC-APPEAL-NUM)
007040     END-EXEC.
007050     IF SQLCODE NOT = 0
007060         SET WW-000-EDIT-FAILED TO TRUE
007070         PERFORM S900-000-SQL-ERROR
007080             THRU S900-999-EXIT
007090     END-IF.
007100 S485-999-EXIT.
007110     EXIT.
007120*****************************************************************
007130*    S800-000-SEND-MAP                                          *
007140*****************************************************************
007150 S800-000-SEND-MAP.
007160     EXEC CICS
007170         SEND MAP(WK-030-MAP-NAME)
007180              MAPSET(WK-030-MAPSET-NAME)
007190              FROM(PDDM766MO)
007200              ERASE
007210     END-EXEC.
007220 S800-999-EXIT.
007230     EXIT.
007240*****************************************************************
007250*    S900-000-SQL-ERROR                                         *
007260*****************************************************************
007270 S900-000-SQL-ERROR.
007280     MOVE SPACES                 TO MSGO.
007290     MOVE SQLCODE                TO WW-000-SQLCODE-DSP.
007300     STRING 'SQL ERROR - SQLCODE ' WW-000-SQLCODE-DSP
007310         DELIMITED BY SIZE INTO MSGO.
007320 S900-999-EXIT.
007330     EXIT.
