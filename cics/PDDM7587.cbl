000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PDDM7587.
000030 AUTHOR.        ACS GOVERMENT HEALTHCARE.
000040 DATE-COMPILED.
000050*REMARKS.
000060*****************************************************************
000070*                                                               *
000080*@ PROGRAM-ID: PDDM7587                                         *
000090*@ TITLE: STATE MAC LIST MAINTENANCE SCREEN                     *
000100*                                                               *
000110*****************************************************************
000120*                                                               *
000130*?  I. PROGRAM ABSTRACT                                         *
000140*+                                                              *
000150*+  PSEUDO-CONVERSATIONAL CICS TRANSACTION (TRANID W765), IN    *
000160*+  THE STYLE OF PDDM7575, THAT ADDS, CHANGES, END-DATES OR     *
000170*+  INQUIRES STATE MAXIMUM ALLOWABLE COST SPANS ON              *
000180*+  R_STATE_MAC_TB, KEYED BY GCN AND BEGIN DATE.  THE CLAIM     *
000190*+  EDIT MODULE (CONDU, S958) PRICES FROM THIS LIST AHEAD OF    *
000200*+  THE VENDOR MAC, SO A PRICE CAN BE ADDED OR CORRECTED        *
000210*+  WITHOUT A VENDOR TICKET.  SPANS MAY NOT OVERLAP.  EVERY      *
000220*+  CHANGE IS AUDIT-STAMPED TO R_STATE_MAC_AUD_TB WITH BEFORE/  *
000230*+  AFTER IMAGES.  UPDATE ACTIONS NEED THE UPDATE ROLE AND      *
000240*+  INQUIRY THE INQUIRE ROLE (PDDS9003).  APPEAL-DRIVEN PRICE   *
000250*+  CHANGES ARE MADE FROM THE MAC APPEAL SCREEN (PDDM7588).     *
000260*+                                                              *
000270*****************************************************************
000280*+                                                              *
000290*+ II. INPUT/OUTPUT MATRIX                                      *
000300*+                                                              *
000310*+     I/O              TITLE                           ID      *
000320*+     ---   ------------------------------------  ----------   *
000330*+      I/O   R_STATE_MAC_TB                        CLSMACTB    *
000340*+      O     R_STATE_MAC_AUD_TB                    CLSMAUTB    *
000350*+      I/O   PDDM765M MAP (MAPSET PDDM765M)        PDDM765M    *
000360*****************************************************************
000370*+                                                              *
000380*+ IV. CSR CHANGE LOG.                                          *
000390*                                                               *
000400*           -----------  CSR CHANGES  -----------               *
000410*                                                               *
000420*  CSR    CHANGE      ANALYST      DESCRIPTION OF CHANGE        *
000430*  NBR     DATE        NAME                                     *
000440*                                                               *
000450*---------------------------------------------------------------*
000460* CR4203   10/15/26  ACS       NEW PROGRAM.  IN-HOUSE STATE     *
000470*                              MAC LIST MAINTENANCE WITH A      *
000480*                              BEFORE/AFTER CHANGE AUDIT.       *
000490*****************************************************************
000500
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 DATA DIVISION.
000540 WORKING-STORAGE SECTION.
000550
000560 01  WK-030-MISC-CONSTANTS.
000570     05  WK-030-PROGRAM-NAME     PIC X(08)      VALUE 'PDDM7587'.
000580     05  WK-030-MAPSET-NAME      PIC X(08)      VALUE 'PDDM765M'.
000590     05  WK-030-MAP-NAME         PIC X(08)      VALUE 'PDDM765S'.
000600     05  WK-030-TRANID           PIC X(04)      VALUE 'W765'.
000610
000620 01  WW-000-WORK-AREA.
000630     05  WW-000-VALID-ACT-SW      PIC X(01) VALUE 'N'.
000640         88  WW-000-VALID-ACT     VALUE 'Y'.
000650     05  WW-000-EDIT-FAIL-SW      PIC X(01) VALUE 'N'.
000660         88  WW-000-EDIT-FAILED   VALUE 'Y'.
000670     05  WW-000-GCN-TX            PIC X(09).
000680     05  WW-000-GCN-NUM REDEFINES WW-000-GCN-TX
000690                                  PIC 9(09).
000700     05  WW-000-PRICE-DSP         PIC ZZZZZ9.99999.
000710     05  WW-000-APPL-DSP          PIC Z(08)9.
000720
000730     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
000740     COPY CLSMACTB.
000750     COPY CLSMAUTB.
000760 01  WS-000-SQL-WORK-AREA.
000770     05  WS-000-OVERLAP-CNT       PIC S9(04) COMP.
000780     EXEC SQL END DECLARE SECTION END-EXEC.
000790
000800     EXEC SQL INCLUDE SQLCA END-EXEC.
000810
000820*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
000830*    ROLE CHECK - MAINTENANCE NEEDS THE UPDATE ROLE, INQUIRY
000840*    THE INQUIRE ROLE.
000850     COPY WKC90030.
000860*
000870 01  WC-000-COMMAREA-WS.
000880     05  WC-000-LAST-ACTCD        PIC X(01).
000890
000900 LINKAGE SECTION.
000910 01  DFHCOMMAREA.
000920     05  PDDM7587-LAST-ACTCD      PIC X(01).
000930
000940     COPY PDDM765M.
000950*****************************************************************
000960*    PROCEDURE DIVISION                                        *
000970*****************************************************************
000980 PROCEDURE DIVISION.
000990*****************************************************************
001000*    S100-000-MAINLINE - FIRST-TIME VS. RETURN DISPATCH         *
001010*****************************************************************
001020 S100-000-MAINLINE.
001030     IF EIBCALEN = 0
001040         PERFORM S200-000-INIT-SCREEN
001050             THRU S200-999-EXIT
001060     ELSE
001070         MOVE DFHCOMMAREA        TO WC-000-COMMAREA-WS
001080         PERFORM S300-000-RECEIVE-MAP
001090             THRU S300-999-EXIT
001100         PERFORM S400-000-PROCESS-ACTION
001110             THRU S400-999-EXIT
001120     END-IF.
001130     PERFORM S800-000-SEND-MAP
001140         THRU S800-999-EXIT.
001150     MOVE WC-000-LAST-ACTCD      TO PDDM7587-LAST-ACTCD.
001160     EXEC CICS
001170         RETURN TRANSID(WK-030-TRANID)
001180                COMMAREA(DFHCOMMAREA)
001190     END-EXEC.
001200     GOBACK.
001210*****************************************************************
001220*    S200-000-INIT-SCREEN - BLANK THE SCREEN ON FIRST ENTRY     *
001230*****************************************************************
001240 S200-000-INIT-SCREEN.
001250     MOVE LOW-VALUES             TO PDDM765MO.
001260     MOVE SPACES                 TO WC-000-LAST-ACTCD.
001270     MOVE 'ENTER A GCN AND ACTION (A/C/E/I)' TO MSGO.
001280 S200-999-EXIT.
001290     EXIT.
001300*****************************************************************
001310*    S300-000-RECEIVE-MAP - READ OPERATOR INPUT FROM THE SCREEN *
001320*****************************************************************
001330 S300-000-RECEIVE-MAP.
001340     EXEC CICS
001350         RECEIVE MAP(WK-030-MAP-NAME)
001360                 MAPSET(WK-030-MAPSET-NAME)
001370                 INTO(PDDM765MI)
001380     END-EXEC.
001390 S300-999-EXIT.
001400     EXIT.
001410*****************************************************************
001420*    S400-000-PROCESS-ACTION - VALIDATE AND ROUTE ON ACTCD      *
001430*****************************************************************
001440 S400-000-PROCESS-ACTION.
001450     IF ACTCDI = 'A' OR 'C' OR 'E'
001460         MOVE 'U'                TO WK-9003-REQ-ACCESS-CD
001470     ELSE
001480         MOVE 'I'                TO WK-9003-REQ-ACCESS-CD
001490     END-IF.
001500     MOVE GCNI                   TO WK-9003-KEY-TX.
001510*    THE SIGNED-ON USER, NOT THE TERMINAL - ROLE CHECKS AND
001520*    THE ACCESS LOG MUST FOLLOW THE PERSON.
001530     EXEC CICS ASSIGN
001540         USERID(WK-9003-OPER-ID)
001550     END-EXEC.
001560     MOVE WK-030-TRANID          TO WK-9003-TRAN-ID.
001570     CALL 'PDDS9003' USING WK-9003-CALL-PARMS.
001580     IF WK-9003-ACCESS-DENIED
001590         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION - SEE SECURITY'
001600                                 TO MSGO
001610         GO TO S400-999-EXIT
001620     END-IF.
001630     PERFORM S410-000-VALIDATE-INPUT
001640         THRU S410-999-EXIT.
001650     IF NOT WW-000-VALID-ACT
001660         GO TO S400-999-EXIT
001670     END-IF.
001680     MOVE WW-000-GCN-NUM         TO CLSMACTB-R-DRUG-GCN-SEQ-NUM.
001690     MOVE BEGDTI                 TO CLSMACTB-R-MAC-BEG-DT.
001700     MOVE ENDDTI                 TO CLSMACTB-R-MAC-END-DT.
001710     EVALUATE ACTCDI
001720         WHEN 'A'
001730             PERFORM S415-000-EDIT-BEFORE-COMMIT
001740                 THRU S415-999-EXIT
001750             IF NOT WW-000-EDIT-FAILED
001760                 PERFORM S420-000-ADD-ROW
001770                     THRU S420-999-EXIT
001780*                NO AUDIT ROW FOR AN INSERT THAT FAILED.
001790                 IF NOT WW-000-EDIT-FAILED
001800                     PERFORM S480-000-WRITE-AUDIT
001810                         THRU S480-999-EXIT
001820                 END-IF
001830             END-IF
001840         WHEN 'C'
001850             PERFORM S415-000-EDIT-BEFORE-COMMIT
001860                 THRU S415-999-EXIT
001870             IF NOT WW-000-EDIT-FAILED
001880                 PERFORM S475-000-GET-BEFORE-IMAGE
001890                     THRU S475-999-EXIT
001900                 PERFORM S430-000-CHANGE-ROW
001910                     THRU S430-999-EXIT
001920                 IF NOT WW-000-EDIT-FAILED
001930                     PERFORM S480-000-WRITE-AUDIT
001940                         THRU S480-999-EXIT
001950                 END-IF
001960             END-IF
001970         WHEN 'E'
001980             PERFORM S475-000-GET-BEFORE-IMAGE
001990                 THRU S475-999-EXIT
002000             PERFORM S440-000-END-DATE-ROW
002010                 THRU S440-999-EXIT
002020             IF NOT WW-000-EDIT-FAILED
002030                 PERFORM S480-000-WRITE-AUDIT
002040                     THRU S480-999-EXIT
002050             END-IF
002060         WHEN 'I'
002070             PERFORM S450-000-INQUIRE-ROW
002080                 THRU S450-999-EXIT
002090     END-EVALUATE.
002100     MOVE ACTCDI                 TO WC-000-LAST-ACTCD.
002110 S400-999-EXIT.
002120     EXIT.
002130*****************************************************************
002140*    S410-000-VALIDATE-INPUT - KEY AND ACTION EDITS             *
002150*****************************************************************
002160 S410-000-VALIDATE-INPUT.
002170     MOVE 'N'                    TO WW-000-VALID-ACT-SW.
002180     IF ACTCDI = 'A' OR 'C' OR 'E' OR 'I'
002190         MOVE 'Y'                TO WW-000-VALID-ACT-SW
002200     ELSE
002210         MOVE 'INVALID ACTION - MUST BE A, C, E OR I'
002220                                 TO MSGO
002230         GO TO S410-999-EXIT
002240     END-IF.
002250     MOVE GCNI                   TO WW-000-GCN-TX.
002260     IF WW-000-GCN-TX NOT NUMERIC
002270      OR WW-000-GCN-NUM = ZERO
002280         MOVE 'N'                TO WW-000-VALID-ACT-SW
002290         MOVE 'GCN MUST BE 9 DIGITS, ZERO-FILLED' TO MSGO
002300         GO TO S410-999-EXIT
002310     END-IF.
002320     IF ACTCDI NOT = 'I'
002330      AND (BEGDTI = SPACES OR LOW-VALUES)
002340         MOVE 'N'                TO WW-000-VALID-ACT-SW
002350         MOVE 'BEGIN DATE IS REQUIRED (CCYY-MM-DD)' TO MSGO
002360     END-IF.
002370 S410-999-EXIT.
002380     EXIT.
002390*****************************************************************
002400*    S415-000-EDIT-BEFORE-COMMIT - THE EDITS THAT KEEP A BAD    *
002410*    ROW OFF THE LIST: DATES SHAPED, A POSITIVE PRICE, AND NO   *
002420*    OVERLAPPING SPAN FOR THE GCN - CONDU TAKES THE FIRST ROW   *
002430*    IT FINDS, SO TWO SPANS ON ONE DATE WOULD PRICE AT RANDOM.  *
002440*****************************************************************
002450 S415-000-EDIT-BEFORE-COMMIT.
002460     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
002470     IF ENDDTI = SPACES OR LOW-VALUES
002480         MOVE '9999-12-31'       TO CLSMACTB-R-MAC-END-DT
002490     END-IF.
002500     IF CLSMACTB-R-MAC-BEG-DT (5:1) NOT = '-'
002510      OR CLSMACTB-R-MAC-BEG-DT (8:1) NOT = '-'
002520      OR CLSMACTB-R-MAC-END-DT (5:1) NOT = '-'
002530      OR CLSMACTB-R-MAC-END-DT (8:1) NOT = '-'
002540      OR CLSMACTB-R-MAC-END-DT < CLSMACTB-R-MAC-BEG-DT
002550         SET WW-000-EDIT-FAILED TO TRUE
002560         MOVE 'BAD DATE RANGE - CCYY-MM-DD, END NOT < BEGIN'
002570                                 TO MSGO
002580         GO TO S415-999-EXIT
002590     END-IF.
002600     IF PRICEI = SPACES OR LOW-VALUES
002610         SET WW-000-EDIT-FAILED TO TRUE
002620         MOVE 'MAC UNIT PRICE IS REQUIRED' TO MSGO
002630         GO TO S415-999-EXIT
002640     END-IF.
002650     COMPUTE CLSMACTB-R-MAC-UNIT-PRICE =
002660         FUNCTION NUMVAL (PRICEI).
002670     IF CLSMACTB-R-MAC-UNIT-PRICE NOT > ZERO
002680         SET WW-000-EDIT-FAILED TO TRUE
002690         MOVE 'MAC UNIT PRICE MUST BE GREATER THAN ZERO' TO MSGO
002700         GO TO S415-999-EXIT
002710     END-IF.
002720*    ON A CHANGE THE SPAN BEING CHANGED (SAME BEGIN DATE) DOES
002730*    NOT COUNT AGAINST ITSELF; AN ADD MAY NOT REUSE A BEGIN DATE.
002740     IF ACTCDI = 'A'
002750         EXEC SQL
002760             SELECT COUNT(*)
002770               INTO :WS-000-OVERLAP-CNT
002780               FROM R_STATE_MAC_TB
002790              WHERE R_DRUG_GCN_SEQ_NUM =
002800                                   :CLSMACTB-R-DRUG-GCN-SEQ-NUM
002810                AND R_MAC_BEG_DT <= :CLSMACTB-R-MAC-END-DT
002820                AND R_MAC_END_DT >= :CLSMACTB-R-MAC-BEG-DT
002830         END-EXEC
002840     ELSE
002850         EXEC SQL
002860             SELECT COUNT(*)
002870               INTO :WS-000-OVERLAP-CNT
002880               FROM R_STATE_MAC_TB
002890              WHERE R_DRUG_GCN_SEQ_NUM =
002900                                   :CLSMACTB-R-DRUG-GCN-SEQ-NUM
002910                AND R_MAC_BEG_DT <= :CLSMACTB-R-MAC-END-DT
002920                AND R_MAC_END_DT >= :CLSMACTB-R-MAC-BEG-DT
002930                AND R_MAC_BEG_DT <> :CLSMACTB-R-MAC-BEG-DT
002940         END-EXEC
002950     END-IF.
002960     IF SQLCODE NOT = 0
002970         SET WW-000-EDIT-FAILED TO TRUE
002980         MOVE 'SQL ERROR ON OVERLAP CHECK' TO MSGO
002990         GO TO S415-999-EXIT
003000     END-IF.
003010     IF WS-000-OVERLAP-CNT > ZERO
003020         SET WW-000-EDIT-FAILED TO TRUE
003030         MOVE 'OVERLAPS A MAC SPAN FOR THIS GCN - NOT APPLIED'
003040                                 TO MSGO
003050     END-IF.
003060 S415-999-EXIT.
003070     EXIT.
003080*****************************************************************
003090*    S420-000-ADD-ROW                                           *
003100*****************************************************************
003110 S420-000-ADD-ROW.
003120     MOVE WK-9003-OPER-ID        TO CLSMACTB-R-UPD-USER-ID.
003130     EXEC SQL
003140         INSERT INTO R_STATE_MAC_TB
003150             (R_DRUG_GCN_SEQ_NUM, R_MAC_BEG_DT, R_MAC_END_DT,
003160              R_MAC_UNIT_PRICE, R_MAC_SRC_CD, R_MAC_APPEAL_NUM,
003170              R_UPD_USER_ID, R_UPD_TS)
003180         VALUES
003190             (:CLSMACTB-R-DRUG-GCN-SEQ-NUM,
003200              :CLSMACTB-R-MAC-BEG-DT,
003210              :CLSMACTB-R-MAC-END-DT,
003220              :CLSMACTB-R-MAC-UNIT-PRICE,
003230              'M', 0,
003240              :CLSMACTB-R-UPD-USER-ID,
003250              TO_CHAR(CURRENT_TIMESTAMP,
003260                      'YYYY-MM-DD-HH24.MI.SS.FF6'))
003270     END-EXEC.
003280     IF SQLCODE NOT = 0
003290         SET WW-000-EDIT-FAILED TO TRUE
003300     END-IF.
003310     PERFORM S460-000-CHECK-SQLCODE
003320         THRU S460-999-EXIT.
003330 S420-999-EXIT.
003340     EXIT.
003350*****************************************************************
003360*    S430-000-CHANGE-ROW - SPAN KEYED BY GCN AND BEGIN DATE;    *
003370*    PRICE AND END DATE ARE REPLACEABLE.  A KEYED CHANGE MAKES  *
003380*    THE ROW A MANUAL ONE AGAIN.                                *
003390*****************************************************************
003400 S430-000-CHANGE-ROW.
003410     MOVE WK-9003-OPER-ID        TO CLSMACTB-R-UPD-USER-ID.
003420     EXEC SQL
003430         UPDATE R_STATE_MAC_TB
003440            SET R_MAC_UNIT_PRICE   = :CLSMACTB-R-MAC-UNIT-PRICE,
003450                R_MAC_END_DT       = :CLSMACTB-R-MAC-END-DT,
003460                R_MAC_SRC_CD       = 'M',
003470                R_MAC_APPEAL_NUM   = 0,
003480                R_UPD_USER_ID      = :CLSMACTB-R-UPD-USER-ID,
003490                R_UPD_TS           =
003500                    TO_CHAR(CURRENT_TIMESTAMP,
003510                            'YYYY-MM-DD-HH24.MI.SS.FF6')
003520          WHERE R_DRUG_GCN_SEQ_NUM = :CLSMACTB-R-DRUG-GCN-SEQ-NUM
003530            AND R_MAC_BEG_DT       = :CLSMACTB-R-MAC-BEG-DT
003540     END-EXEC.
003550     IF SQLCODE NOT = 0
003560         SET WW-000-EDIT-FAILED TO TRUE
003570     END-IF.
003580     PERFORM S460-000-CHECK-SQLCODE
003590         THRU S460-999-EXIT.
003600 S430-999-EXIT.
003610     EXIT.
003620*****************************************************************
003630*    S440-000-END-DATE-ROW - CLOSE THE SPAN AT THE KEYED END    *
003640*    DATE; THE ROW STAYS FOR THE HISTORY TRAIL                  *
003650*****************************************************************
003660 S440-000-END-DATE-ROW.
003670     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
003680     IF ENDDTI = SPACES OR LOW-VALUES
003690      OR ENDDTI < BEGDTI
003700         MOVE 'END DATE ON OR AFTER BEGIN IS REQUIRED FOR E'
003710                                 TO MSGO
003720         SET WW-000-EDIT-FAILED TO TRUE
003730         GO TO S440-999-EXIT
003740     END-IF.
003750     MOVE WK-9003-OPER-ID        TO CLSMACTB-R-UPD-USER-ID.
003760     EXEC SQL
003770         UPDATE R_STATE_MAC_TB
003780            SET R_MAC_END_DT       = :CLSMACTB-R-MAC-END-DT,
003790                R_UPD_USER_ID      = :CLSMACTB-R-UPD-USER-ID,
003800                R_UPD_TS           =
003810                    TO_CHAR(CURRENT_TIMESTAMP,
003820                            'YYYY-MM-DD-HH24.MI.SS.FF6')
003830          WHERE R_DRUG_GCN_SEQ_NUM = :CLSMACTB-R-DRUG-GCN-SEQ-NUM
003840            AND R_MAC_BEG_DT       = :CLSMACTB-R-MAC-BEG-DT
003850     END-EXEC.
003860     IF SQLCODE NOT = 0
003870         SET WW-000-EDIT-FAILED TO TRUE
003880     END-IF.
003890     PERFORM S460-000-CHECK-SQLCODE
003900         THRU S460-999-EXIT.
003910*    THE AFTER IMAGE KEEPS THE PRICE THE SPAN CLOSED AT.
003920     MOVE CLSMAUTB-R-BEF-UNIT-PRICE
003930                                 TO CLSMACTB-R-MAC-UNIT-PRICE.
003940 S440-999-EXIT.
003950     EXIT.
003960*****************************************************************
003970*    S450-000-INQUIRE-ROW - THE SPAN WITH THE KEYED BEGIN DATE, *
003980*    OR WITH NO BEGIN DATE KEYED THE SPAN IN FORCE TODAY        *
003990*****************************************************************
004000 S450-000-INQUIRE-ROW.
004010     IF BEGDTI = SPACES OR LOW-VALUES
004020         EXEC SQL
004030             SELECT R_MAC_BEG_DT, R_MAC_END_DT,
004040                    R_MAC_UNIT_PRICE, R_MAC_SRC_CD,
004050                    R_MAC_APPEAL_NUM, R_UPD_USER_ID
004060               INTO :CLSMACTB-R-MAC-BEG-DT,
004070                    :CLSMACTB-R-MAC-END-DT,
004080                    :CLSMACTB-R-MAC-UNIT-PRICE,
004090                    :CLSMACTB-R-MAC-SRC-CD,
004100                    :CLSMACTB-R-MAC-APPEAL-NUM,
004110                    :CLSMACTB-R-UPD-USER-ID
004120               FROM R_STATE_MAC_TB
004130              WHERE R_DRUG_GCN_SEQ_NUM =
004140                                   :CLSMACTB-R-DRUG-GCN-SEQ-NUM
004150                AND R_MAC_BEG_DT <=
004160                    TO_CHAR(TRUNC(CURRENT_DATE),'YYYY-MM-DD')
004170                AND R_MAC_END_DT >=
004180                    TO_CHAR(TRUNC(CURRENT_DATE),'YYYY-MM-DD')
004190                AND ROWNUM = 1
004200         END-EXEC
004210     ELSE
004220         EXEC SQL
004230             SELECT R_MAC_BEG_DT, R_MAC_END_DT,
004240                    R_MAC_UNIT_PRICE, R_MAC_SRC_CD,
004250                    R_MAC_APPEAL_NUM, R_UPD_USER_ID
004260               INTO :CLSMACTB-R-MAC-BEG-DT,
004270                    :CLSMACTB-R-MAC-END-DT,
004280                    :CLSMACTB-R-MAC-UNIT-PRICE,
004290                    :CLSMACTB-R-MAC-SRC-CD,
004300                    :CLSMACTB-R-MAC-APPEAL-NUM,
004310                    :CLSMACTB-R-UPD-USER-ID
004320               FROM R_STATE_MAC_TB
004330              WHERE R_DRUG_GCN_SEQ_NUM =
004340                                   :CLSMACTB-R-DRUG-GCN-SEQ-NUM
004350                AND R_MAC_BEG_DT = :CLSMACTB-R-MAC-BEG-DT
004360         END-EXEC
004370     END-IF.
004380     IF SQLCODE = 0
004390         MOVE CLSMACTB-R-MAC-BEG-DT     TO BEGDTO
004400         MOVE CLSMACTB-R-MAC-END-DT     TO ENDDTO
004410         MOVE CLSMACTB-R-MAC-UNIT-PRICE TO WW-000-PRICE-DSP
004420         MOVE WW-000-PRICE-DSP          TO PRICEO
004430         MOVE CLSMACTB-R-MAC-SRC-CD     TO SRCCDO
004440         MOVE CLSMACTB-R-MAC-APPEAL-NUM TO WW-000-APPL-DSP
004450         MOVE WW-000-APPL-DSP           TO APPLNUMO
004460         MOVE CLSMACTB-R-UPD-USER-ID    TO UPDUSRO
004470         MOVE 'MAC SPAN FOUND'          TO MSGO
004480     ELSE
004490         PERFORM S460-000-CHECK-SQLCODE
004500             THRU S460-999-EXIT
004510     END-IF.
004520 S450-999-EXIT.
004530     EXIT.
004540*****************************************************************
004550*    S460-000-CHECK-SQLCODE - COMMON SQL RETURN-CODE HANDLING   *
004560*****************************************************************
004570 S460-000-CHECK-SQLCODE.
004580     EVALUATE SQLCODE
004590         WHEN 0
004600             MOVE 'REQUEST COMPLETED'      TO MSGO
004610         WHEN 100
004620             MOVE 'ROW NOT FOUND'          TO MSGO
004630         WHEN -803
004640             MOVE 'A SPAN ALREADY BEGINS ON THIS DATE'
004650                                           TO MSGO
004660         WHEN OTHER
004670             MOVE 'SQL ERROR - SEE ON-CALL DASHBOARD'
004680                                           TO MSGO
004690     END-EVALUATE.
004700 S460-999-EXIT.
004710     EXIT.
004720*****************************************************************
004730*    S475-000-GET-BEFORE-IMAGE - SNAPSHOT THE SPAN AS IT        *
004740*    STANDS BEFORE A CHANGE OR END-DATE TOUCHES IT              *
004750*****************************************************************
004760 S475-000-GET-BEFORE-IMAGE.
004770     MOVE ZERO                   TO CLSMAUTB-R-BEF-UNIT-PRICE.
004780     MOVE SPACES                 TO CLSMAUTB-R-BEF-END-DT.
004790     EXEC SQL
004800         SELECT R_MAC_UNIT_PRICE, R_MAC_END_DT
004810           INTO :CLSMAUTB-R-BEF-UNIT-PRICE,
004820                :CLSMAUTB-R-BEF-END-DT
004830           FROM R_STATE_MAC_TB
004840          WHERE R_DRUG_GCN_SEQ_NUM = :CLSMACTB-R-DRUG-GCN-SEQ-NUM
004850            AND R_MAC_BEG_DT       = :CLSMACTB-R-MAC-BEG-DT
004860     END-EXEC.
004870 S475-999-EXIT.
004880     EXIT.
004890*****************************************************************
004900*    S480-000-WRITE-AUDIT - WHO CHANGED WHAT, WITH BEFORE AND   *
004910*    AFTER IMAGES, FOR EVERY ADD/CHANGE/END-DATE                *
004920*****************************************************************
004930 S480-000-WRITE-AUDIT.
004940*    THE SIGNED-ON USER CAPTURED AT THE AUTHORIZATION CALL -
004950*    THE AUDIT NAMES THE PERSON, NOT THE SEAT.
004960     MOVE WK-9003-OPER-ID        TO CLSMAUTB-R-AUD-USER-ID.
004970     MOVE 'W765 '                TO CLSMAUTB-R-AUD-SRC-CD.
004980     MOVE ACTCDI                 TO CLSMAUTB-R-AUD-ACTN-CD.
004990     MOVE CLSMACTB-R-DRUG-GCN-SEQ-NUM
005000                                 TO CLSMAUTB-R-DRUG-GCN-SEQ-NUM.
005010     MOVE CLSMACTB-R-MAC-BEG-DT  TO CLSMAUTB-R-MAC-BEG-DT.
005020     IF ACTCDI = 'A'
005030         MOVE ZERO               TO CLSMAUTB-R-BEF-UNIT-PRICE
005040         MOVE SPACES             TO CLSMAUTB-R-BEF-END-DT
005050     END-IF.
005060     MOVE CLSMACTB-R-MAC-UNIT-PRICE
005070                                 TO CLSMAUTB-R-AFT-UNIT-PRICE.
005080     MOVE CLSMACTB-R-MAC-END-DT  TO CLSMAUTB-R-AFT-END-DT.
005090     MOVE ZERO                   TO CLSMAUTB-R-MAC-APPEAL-NUM.
005100     EXEC SQL
005110         INSERT INTO R_STATE_MAC_AUD_TB
005120             (R_AUD_TS, R_AUD_USER_ID, R_AUD_SRC_CD,
005130              R_AUD_ACTN_CD, R_DRUG_GCN_SEQ_NUM, R_MAC_BEG_DT,
005140              R_BEF_UNIT_PRICE, R_BEF_END_DT,
005150              R_AFT_UNIT_PRICE, R_AFT_END_DT,
005160              R_MAC_APPEAL_NUM)
005170         VALUES
005180             (TO_CHAR(CURRENT_TIMESTAMP,
005190                      'YYYY-MM-DD-HH24.MI.SS.FF6'),
005200              :CLSMAUTB-R-AUD-USER-ID, :CLSMAUTB-R-AUD-SRC-CD,
005210              :CLSMAUTB-R-AUD-ACTN-CD,
005220              :CLSMAUTB-R-DRUG-GCN-SEQ-NUM,
005230              :CLSMAUTB-R-MAC-BEG-DT,
005240              :CLSMAUTB-R-BEF-UNIT-PRICE,
005250              :CLSMAUTB-R-BEF-END-DT,
005260              :CLSMAUTB-R-AFT-UNIT-PRICE,
005270              :CLSMAUTB-R-AFT-END-DT,
005280              :CLSMAUTB-R-MAC-APPEAL-NUM)
005290     END-EXEC.
005300 S480-999-EXIT.
005310     EXIT.
005320*****************************************************************
005330*    S800-000-SEND-MAP - REDISPLAY THE SCREEN WITH RESULTS      *
005340*****************************************************************
005350 S800-000-SEND-MAP.
005360     EXEC CICS
005370         SEND MAP(WK-030-MAP-NAME)
005380              MAPSET(WK-030-MAPSET-NAME)
005390              FROM(PDDM765MO)
005400              ERASE
005410     END-EXEC.
005420 S800-999-EXIT.
005430     EXIT.
