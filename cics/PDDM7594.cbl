000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PDDM7594.
000030 AUTHOR.        ACS GOVERMENT HEALTHCARE.
000040 DATE-COMPILED.
000050*REMARKS.
000060*****************************************************************
000070*                                                               *
000080*@ PROGRAM-ID: PDDM7594                                         *
000090*@ TITLE: PHARMACY PROVIDER MASTER MAINTENANCE SCREEN           *
000100*                                                               *
000110*****************************************************************
000120*                                                               *
000130*?  I. PROGRAM ABSTRACT                                         *
000140*+                                                              *
000150*+  PSEUDO-CONVERSATIONAL CICS TRANSACTION (TRANID W772), IN    *
000160*+  THE STYLE OF PDDM7582, THAT MAINTAINS C_PROV_MSTR_TB - THE  *
000170*+  PHARMACY ROW THE S216 DISPENSING-PHARMACY EDIT AND THE      *
000180*+  CR4195 PAY-HOLD ESCROW IN CONDU READ.  INQUIRY SHOWS THE    *
000190*+  PHARMACY'S NAME, STATUS, ENROLLMENT DATES, NETWORK AND ANY  *
000200*+  PAY-HOLD, WITH THE CLAIMS AND DOLLARS NOW HELD ON           *
000210*+  C_PAY_ESCROW_TB AND THE LAST CHANGE MADE.  ENROLLMENT       *
000220*+  STAFF ADD A PHARMACY OR CHANGE ITS ENROLLMENT COLUMNS UNDER *
000230*+  THE UPDATE ROLE ON W772.  PROGRAM INTEGRITY SETS OR         *
000240*+  RELEASES A PAY-HOLD (BEGIN, END, REASON) UNDER THE UPDATE   *
000250*+  ROLE ON THE PHLD ROLE CODE - BOTH CHECKED BY PDDS9003.      *
000260*+  A RELEASE CLEARS THE HOLD CODE AND ENDS THE WINDOW TODAY;   *
000270*+  PDDB0019 THEN RELEASES THE ESCROWED CLAIMS ON ITS NEXT RUN. *
000280*+  EVERY CHANGE IS AUDITED ON C_PROV_AUD_TB WITH BEFORE AND    *
000290*+  AFTER IMAGES IN THE SAME UNIT OF WORK AS THE CHANGE.        *
000300*+                                                              *
000310*****************************************************************
000320*+                                                              *
000330*+ II. INPUT/OUTPUT MATRIX                                      *
000340*+                                                              *
000350*+     I/O              TITLE                           ID      *
000360*+     ---   ------------------------------------  ----------   *
000370*+      I/O   C_PROV_MSTR_TB                        CLPRVMTB    *
000380*+      I     C_PAY_ESCROW_TB                       CLPESCTB    *
000390*+      I/O   C_PROV_AUD_TB                         CLPVAUTB    *
000400*+      I/O   PDDM772M MAP (MAPSET PDDM772M)        PDDM772M    *
000410*****************************************************************
000420*+                                                              *
000430*+ IV. CSR CHANGE LOG.                                          *
000440*                                                               *
000450*           -----------  CSR CHANGES  -----------               *
000460*                                                               *
000470*  CSR    CHANGE      ANALYST      DESCRIPTION OF CHANGE        *
000480*  NBR     DATE        NAME                                     *
000490*                                                               *
000500*---------------------------------------------------------------*
000510* CR4216   10/15/26  ACS       NEW PROGRAM.  PHARMACY PROVIDER  *
000520*                              MASTER MAINTENANCE WITH PROGRAM  *
000530*                              INTEGRITY PAY-HOLD SET/RELEASE,  *
000540*                              ESCROW TOTAL AND AUDIT.          *
000550*****************************************************************
000560
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 DATA DIVISION.
000600 WORKING-STORAGE SECTION.
000610
000620 01  WK-030-MISC-CONSTANTS.
000630     05  WK-030-PROGRAM-NAME     PIC X(08)      VALUE 'PDDM7594'.
000640     05  WK-030-MAPSET-NAME      PIC X(08)      VALUE 'PDDM772M'.
000650     05  WK-030-MAP-NAME         PIC X(08)      VALUE 'PDDM772S'.
000660     05  WK-030-TRANID           PIC X(04)      VALUE 'W772'.
000670     05  WK-030-AUD-SRC-CD       PIC X(05)      VALUE 'W772 '.
000680*    ROLE CODE ON C_OPER_ROLE_TB THAT PROGRAM INTEGRITY HOLDS TO
000690*    SET AND RELEASE PAY-HOLDS.
000700     05  WK-030-HOLD-ROLE-ID     PIC X(04)      VALUE 'PHLD'.
000710     05  WK-030-OPEN-END-DT      PIC X(10) VALUE '9999-12-31'.
000720
000730 01  WW-000-WORK-AREA.
000740     05  WW-000-EDIT-FAIL-SW      PIC X(01) VALUE 'N'.
000750         88  WW-000-EDIT-FAILED   VALUE 'Y'.
000760     05  WW-000-HELD-CNT-DSP      PIC Z(06)9.
000770     05  WW-000-HELD-AMT-DSP      PIC $$$$,$$$,$$9.99.
000780     05  WW-000-DT-IN             PIC X(10).
000790     05  WW-000-DT-PARTS REDEFINES WW-000-DT-IN.
000800         10  WW-000-DT-YYYY       PIC 9(04).
000810         10  WW-000-DT-SEP-1      PIC X(01).
000820         10  WW-000-DT-MM         PIC 9(02).
000830         10  WW-000-DT-SEP-2      PIC X(01).
000840         10  WW-000-DT-DD         PIC 9(02).
000850     05  WW-000-DT-BAD-SW         PIC X(01).
000860         88  WW-000-DT-BAD        VALUE 'Y'.
000870
000880     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
000890     COPY CLPRVMTB.
000900     COPY CLPVAUTB.
000910 01  WS-000-SQL-WORK-AREA.
000920     05  WS-000-HELD-CNT          PIC S9(09) COMP.
000930     05  WS-000-HELD-AMT          PIC S9(11)V9(02) COMP-3.
000940     05  WS-000-TODAY-DT          PIC X(10).
000950     EXEC SQL END DECLARE SECTION END-EXEC.
000960 01  WW-000-SQLCODE-DSP           PIC -(8)9.
000970
000980     EXEC SQL INCLUDE SQLCA END-EXEC.
000990
001000*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
001010*    ROLE CHECK - INQUIRE OR UPDATE ON W772 FOR THE ENROLLMENT
001020*    COLUMNS, UPDATE ON PHLD FOR THE PAY-HOLD.
001030     COPY WKC90030.
001040*
001050 01  WC-000-COMMAREA-WS.
001060     05  WC-000-LAST-ACTCD        PIC X(01).
001070
001080 LINKAGE SECTION.
001090 01  DFHCOMMAREA.
001100     05  PDDM7594-LAST-ACTCD      PIC X(01).
001110
001120     COPY PDDM772M.
001130*****************************************************************
001140*    PROCEDURE DIVISION                                         *
001150*****************************************************************
001160 PROCEDURE DIVISION.
001170*****************************************************************
001180*    S100-000-MAINLINE - FIRST-TIME VS. RETURN DISPATCH         *
001190*****************************************************************
001200 S100-000-MAINLINE.
001210     IF EIBCALEN = 0
001220         PERFORM S200-000-INIT-SCREEN
001230             THRU S200-999-EXIT
001240     ELSE
001250         MOVE DFHCOMMAREA        TO WC-000-COMMAREA-WS
001260         PERFORM S300-000-RECEIVE-MAP
001270             THRU S300-999-EXIT
001280         PERFORM S400-000-PROCESS-ACTION
001290             THRU S400-999-EXIT
001300     END-IF.
001310     PERFORM S800-000-SEND-MAP
001320         THRU S800-999-EXIT.
001330     MOVE WC-000-LAST-ACTCD      TO PDDM7594-LAST-ACTCD.
001340     EXEC CICS
001350         RETURN TRANSID(WK-030-TRANID)
001360                COMMAREA(DFHCOMMAREA)
001370     END-EXEC.
001380     GOBACK.
001390*****************************************************************
001400*    S200-000-INIT-SCREEN                                       *
001410*****************************************************************
001420 S200-000-INIT-SCREEN.
001430     MOVE LOW-VALUES             TO PDDM772MO.
001440     MOVE SPACES                 TO WC-000-LAST-ACTCD.
001450     MOVE 'KEY A PROVIDER ID AND AN ACTION (I/A/C/H/R)' TO MSGO.
001460 S200-999-EXIT.
001470     EXIT.
001480*****************************************************************
001490*    S300-000-RECEIVE-MAP - FIELDS THE OPERATOR DID NOT TOUCH   *
001500*    COME BACK AS LOW-VALUES AND ARE BLANKED FOR THE EDITS      *
001510*****************************************************************
001520 S300-000-RECEIVE-MAP.
001530     EXEC CICS
001540         RECEIVE MAP(WK-030-MAP-NAME)
001550                 MAPSET(WK-030-MAPSET-NAME)
001560                 INTO(PDDM772MI)
001570     END-EXEC.
001580     INSPECT PROVIDI REPLACING ALL LOW-VALUE BY SPACE.
001590     INSPECT PNAMEI  REPLACING ALL LOW-VALUE BY SPACE.
001600     INSPECT STATCDI REPLACING ALL LOW-VALUE BY SPACE.
001610     INSPECT BEGDTI  REPLACING ALL LOW-VALUE BY SPACE.
001620     INSPECT ENDDTI  REPLACING ALL LOW-VALUE BY SPACE.
001630     INSPECT NETIDI  REPLACING ALL LOW-VALUE BY SPACE.
001640     INSPECT HBEGDTI REPLACING ALL LOW-VALUE BY SPACE.
001650     INSPECT HENDDTI REPLACING ALL LOW-VALUE BY SPACE.
001660     INSPECT HRSNCDI REPLACING ALL LOW-VALUE BY SPACE.
001670     INSPECT ACTCDI  REPLACING ALL LOW-VALUE BY SPACE.
001680 S300-999-EXIT.
001690     EXIT.
001700*****************************************************************
001710*    S400-000-PROCESS-ACTION - AUTHORIZE AND ROUTE ON ACTCD.    *
001720*    I NEEDS THE INQUIRE ROLE ON W772, A AND C THE UPDATE ROLE; *
001730*    H AND R NEED THE UPDATE ROLE ON THE PAY-HOLD ROLE CODE.    *
001740*****************************************************************
001750 S400-000-PROCESS-ACTION.
001760     MOVE SPACES                 TO MSGO.
001770     IF ACTCDI NOT = 'I' AND 'A' AND 'C' AND 'H' AND 'R'
001780         MOVE 'INVALID ACTION - MUST BE I, A, C, H OR R' TO MSGO
001790         GO TO S400-999-EXIT
001800     END-IF.
001810     IF PROVIDI = SPACES
001820         MOVE 'PROVIDER ID IS REQUIRED' TO MSGO
001830         GO TO S400-999-EXIT
001840     END-IF.
001850     EVALUATE ACTCDI
001860         WHEN 'I'
001870             MOVE 'I'            TO WK-9003-REQ-ACCESS-CD
001880             MOVE WK-030-TRANID  TO WK-9003-TRAN-ID
001890         WHEN 'A'
001900         WHEN 'C'
001910             MOVE 'U'            TO WK-9003-REQ-ACCESS-CD
001920             MOVE WK-030-TRANID  TO WK-9003-TRAN-ID
001930         WHEN OTHER
001940             MOVE 'U'            TO WK-9003-REQ-ACCESS-CD
001950             MOVE WK-030-HOLD-ROLE-ID TO WK-9003-TRAN-ID
001960     END-EVALUATE.
001970     MOVE PROVIDI                TO WK-9003-KEY-TX.
001980*    THE SIGNED-ON USER, NOT THE TERMINAL - THE AUDIT ROW MUST
001990*    NAME THE PERSON WHO MADE THE CHANGE.
002000     EXEC CICS ASSIGN
002010         USERID(WK-9003-OPER-ID)
002020     END-EXEC.
002030     CALL 'PDDS9003' USING WK-9003-CALL-PARMS.
002040     IF WK-9003-ACCESS-DENIED
002050         IF ACTCDI = 'H' OR 'R'
002060             MOVE 'PAY-HOLDS NEED THE PROGRAM INTEGRITY ROLE'
002070                                 TO MSGO
002080         ELSE
002090             MOVE
002100                'NOT AUTHORIZED FOR THIS FUNCTION - SEE SECURITY'
002110                                 TO MSGO
002120         END-IF
002130         GO TO S400-999-EXIT
002140     END-IF.
002150     MOVE PROVIDI                TO CLPRVMTB-C-PROV-ID.
002160     EVALUATE ACTCDI
002170         WHEN 'I'
002180             PERFORM S410-000-INQUIRE-PROV
002190                 THRU S410-999-EXIT
002200         WHEN 'A'
002210             PERFORM S420-000-ADD-PROV
002220                 THRU S420-999-EXIT
002230         WHEN 'C'
002240             PERFORM S425-000-CHANGE-PROV
002250                 THRU S425-999-EXIT
002260         WHEN 'H'
002270             PERFORM S440-000-SET-HOLD
002280                 THRU S440-999-EXIT
002290         WHEN 'R'
002300             PERFORM S445-000-RELEASE-HOLD
002310                 THRU S445-999-EXIT
002320     END-EVALUATE.
002330     MOVE ACTCDI                 TO WC-000-LAST-ACTCD.
002340 S400-999-EXIT.
002350     EXIT.
002360*****************************************************************
002370*    S410-000-INQUIRE-PROV - SHOW THE PHARMACY, ITS ESCROW      *
002380*    TOTAL AND ITS LAST CHANGE                                  *
002390*****************************************************************
002400 S410-000-INQUIRE-PROV.
002410     PERFORM S460-000-READ-PROV
002420         THRU S460-999-EXIT.
002430     IF WW-000-EDIT-FAILED
002440         GO TO S410-999-EXIT
002450     END-IF.
002460     IF SQLCODE = 100
002470         MOVE 'PHARMACY NOT ON C_PROV_MSTR_TB - A TO ADD' TO MSGO
002480         GO TO S410-999-EXIT
002490     END-IF.
002500     PERFORM S465-000-SHOW-PROV
002510         THRU S465-999-EXIT.
002520     IF CLPRVMTB-C-PAY-HELD
002530         MOVE 'PHARMACY IS ON PAY-HOLD - SEE HOLD DATES' TO MSGO
002540     ELSE
002550         MOVE 'PHARMACY DISPLAYED' TO MSGO
002560     END-IF.
002570 S410-999-EXIT.
002580     EXIT.
002590*****************************************************************
002600*    S420-000-ADD-PROV - ENROLL A NEW PHARMACY, NOT ON HOLD     *
002610*****************************************************************
002620 S420-000-ADD-PROV.
002630     PERFORM S430-000-EDIT-ENROLLMENT
002640         THRU S430-999-EXIT.
002650     IF WW-000-EDIT-FAILED
002660         GO TO S420-999-EXIT
002670     END-IF.
002680     PERFORM S460-000-READ-PROV
002690         THRU S460-999-EXIT.
002700     IF WW-000-EDIT-FAILED
002710         GO TO S420-999-EXIT
002720     END-IF.
002730     IF SQLCODE = 0
002740         MOVE 'PHARMACY ALREADY ON FILE - USE C TO CHANGE' TO MSGO
002750         GO TO S420-999-EXIT
002760     END-IF.
002770     PERFORM S450-000-SAVE-BEFORE
002780         THRU S450-999-EXIT.
002790     MOVE PNAMEI                 TO CLPRVMTB-C-PROV-NAM.
002800     MOVE STATCDI                TO CLPRVMTB-C-PROV-STAT-CD.
002810     MOVE BEGDTI                 TO CLPRVMTB-C-PROV-BEG-DT.
002820     MOVE ENDDTI                 TO CLPRVMTB-C-PROV-END-DT.
002830     MOVE NETIDI                 TO CLPRVMTB-C-NETWORK-ID.
002840     EXEC SQL
002850         INSERT INTO C_PROV_MSTR_TB
002860             (C_PROV_ID, C_PROV_STAT_CD, C_PROV_BEG_DT,
002870              C_PROV_END_DT, C_NETWORK_ID, C_PROV_NAM,
002880              C_PAY_HOLD_CD)
002890         VALUES
002900             (:CLPRVMTB-C-PROV-ID,
002910              :CLPRVMTB-C-PROV-STAT-CD,
002920              :CLPRVMTB-C-PROV-BEG-DT,
002930              :CLPRVMTB-C-PROV-END-DT,
002940              :CLPRVMTB-C-NETWORK-ID,
002950              :CLPRVMTB-C-PROV-NAM,
002960              ' ')
002970     END-EXEC.
002980     IF SQLCODE NOT = 0
002990         PERFORM S900-000-SQL-ERROR
003000             THRU S900-999-EXIT
003010         GO TO S420-999-EXIT
003020     END-IF.
003030     MOVE 'A'                    TO CLPVAUTB-C-AUD-ACTN-CD.
003040     PERFORM S455-000-WRITE-AUDIT
003050         THRU S455-999-EXIT.
003060     IF WW-000-EDIT-FAILED
003070         GO TO S420-999-EXIT
003080     END-IF.
003090     PERFORM S465-000-SHOW-PROV
003100         THRU S465-999-EXIT.
003110     MOVE 'PHARMACY ADDED AND AUDITED' TO MSGO.
003120 S420-999-EXIT.
003130     EXIT.
003140*****************************************************************
003150*    S425-000-CHANGE-PROV - NAME, STATUS, ENROLLMENT DATES AND  *
003160*    NETWORK.  THE PAY-HOLD IS LEFT ALONE.                      *
003170*****************************************************************
003180 S425-000-CHANGE-PROV.
003190     PERFORM S430-000-EDIT-ENROLLMENT
003200         THRU S430-999-EXIT.
003210     IF WW-000-EDIT-FAILED
003220         GO TO S425-999-EXIT
003230     END-IF.
003240     PERFORM S460-000-READ-PROV
003250         THRU S460-999-EXIT.
003260     IF WW-000-EDIT-FAILED
003270         GO TO S425-999-EXIT
003280     END-IF.
003290     IF SQLCODE = 100
003300         MOVE 'PHARMACY NOT ON C_PROV_MSTR_TB - A TO ADD' TO MSGO
003310         GO TO S425-999-EXIT
003320     END-IF.
003330     PERFORM S450-000-SAVE-BEFORE
003340         THRU S450-999-EXIT.
003350     MOVE PNAMEI                 TO CLPRVMTB-C-PROV-NAM.
003360     MOVE STATCDI                TO CLPRVMTB-C-PROV-STAT-CD.
003370     MOVE BEGDTI                 TO CLPRVMTB-C-PROV-BEG-DT.
003380     MOVE ENDDTI                 TO CLPRVMTB-C-PROV-END-DT.
003390     MOVE NETIDI                 TO CLPRVMTB-C-NETWORK-ID.
003400     EXEC SQL
003410         UPDATE C_PROV_MSTR_TB
003420            SET C_PROV_STAT_CD = :CLPRVMTB-C-PROV-STAT-CD,
003430                C_PROV_BEG_DT  = :CLPRVMTB-C-PROV-BEG-DT,
003440                C_PROV_END_DT  = :CLPRVMTB-C-PROV-END-DT,
003450                C_NETWORK_ID   = :CLPRVMTB-C-NETWORK-ID,
003460                C_PROV_NAM     = :CLPRVMTB-C-PROV-NAM
003470          WHERE C_PROV_ID      = :CLPRVMTB-C-PROV-ID
003480     END-EXEC.
003490     IF SQLCODE NOT = 0
003500         PERFORM S900-000-SQL-ERROR
003510             THRU S900-999-EXIT
003520         GO TO S425-999-EXIT
003530     END-IF.
003540     MOVE 'C'                    TO CLPVAUTB-C-AUD-ACTN-CD.
003550     PERFORM S455-000-WRITE-AUDIT
003560         THRU S455-999-EXIT.
003570     IF WW-000-EDIT-FAILED
003580         GO TO S425-999-EXIT
003590     END-IF.
003600     PERFORM S465-000-SHOW-PROV
003610         THRU S465-999-EXIT.
003620     MOVE 'PHARMACY CHANGED AND AUDITED' TO MSGO.
003630 S425-999-EXIT.
003640     EXIT.
003650*****************************************************************
003660*    S430-000-EDIT-ENROLLMENT - NAME, STATUS, DATES.  A BLANK   *
003670*    END DATE IS OPEN-ENDED.                                    *
003680*****************************************************************
003690 S430-000-EDIT-ENROLLMENT.
003700     MOVE 'Y'                    TO WW-000-EDIT-FAIL-SW.
003710     MOVE 'N'                    TO WW-000-DT-BAD-SW.
003720     IF PNAMEI = SPACES
003730         MOVE 'PHARMACY NAME IS REQUIRED' TO MSGO
003740         GO TO S430-999-EXIT
003750     END-IF.
003760     IF STATCDI NOT = 'A' AND 'S' AND 'X' AND 'T'
003770         MOVE 'STATUS MUST BE A, S, X OR T' TO MSGO
003780         GO TO S430-999-EXIT
003790     END-IF.
003800     MOVE BEGDTI                 TO WW-000-DT-IN.
003810     PERFORM S435-000-EDIT-DATE
003820         THRU S435-999-EXIT.
003830     IF WW-000-DT-BAD
003840         MOVE 'ENROLLMENT BEGIN DATE MUST BE YYYY-MM-DD' TO MSGO
003850         GO TO S430-999-EXIT
003860     END-IF.
003870     IF ENDDTI = SPACES
003880         MOVE WK-030-OPEN-END-DT TO ENDDTI
003890     END-IF.
003900     MOVE ENDDTI                 TO WW-000-DT-IN.
003910     PERFORM S435-000-EDIT-DATE
003920         THRU S435-999-EXIT.
003930     IF WW-000-DT-BAD OR ENDDTI < BEGDTI
003940         MOVE 'END DATE MUST BE YYYY-MM-DD, NOT BEFORE BEGIN'
003950                                 TO MSGO
003960         GO TO S430-999-EXIT
003970     END-IF.
003980     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
003990 S430-999-EXIT.
004000     EXIT.
004010*****************************************************************
004020*    S435-000-EDIT-DATE - WW-000-DT-IN MUST BE A YYYY-MM-DD     *
004030*    DATE WITH A REAL MONTH AND A DAY OF 01-31.  WW-000-DT-BAD  *
004040*    IS SET ON A FAILURE AND LEFT SET.                          *
004050*****************************************************************
004060 S435-000-EDIT-DATE.
004070     IF WW-000-DT-YYYY NOT NUMERIC
004080      OR WW-000-DT-MM NOT NUMERIC
004090      OR WW-000-DT-DD NOT NUMERIC
004100      OR WW-000-DT-SEP-1 NOT = '-'
004110      OR WW-000-DT-SEP-2 NOT = '-'
004120         MOVE 'Y'                TO WW-000-DT-BAD-SW
004130         GO TO S435-999-EXIT
004140     END-IF.
004150     IF WW-000-DT-MM < 01 OR WW-000-DT-MM > 12
004160      OR WW-000-DT-DD < 01 OR WW-000-DT-DD > 31
004170         MOVE 'Y'                TO WW-000-DT-BAD-SW
004180     END-IF.
004190 S435-999-EXIT.
004200     EXIT.
004210*****************************************************************
004220*    S440-000-SET-HOLD - PROGRAM INTEGRITY PUTS THE PHARMACY ON *
004230*    PAY-HOLD, OR RESETS THE WINDOW OR REASON OF ONE IN PLACE.  *
004240*    CLAIMS FILLED INSIDE THE WINDOW STILL ADJUDICATE BUT THEIR *
004250*    PAYMENT IS ESCROWED (CONDU S951).                          *
004260*****************************************************************
004270 S440-000-SET-HOLD.
004280     MOVE 'N'                    TO WW-000-DT-BAD-SW.
004290     IF HRSNCDI = SPACES
004300         MOVE 'A PAY-HOLD REASON CODE IS REQUIRED' TO MSGO
004310         GO TO S440-999-EXIT
004320     END-IF.
004330     MOVE HBEGDTI                TO WW-000-DT-IN.
004340     PERFORM S435-000-EDIT-DATE
004350         THRU S435-999-EXIT.
004360     IF WW-000-DT-BAD
004370         MOVE 'HOLD BEGIN DATE MUST BE YYYY-MM-DD' TO MSGO
004380         GO TO S440-999-EXIT
004390     END-IF.
004400     IF HENDDTI = SPACES
004410         MOVE WK-030-OPEN-END-DT TO HENDDTI
004420     END-IF.
004430     MOVE HENDDTI                TO WW-000-DT-IN.
004440     PERFORM S435-000-EDIT-DATE
004450         THRU S435-999-EXIT.
004460     IF WW-000-DT-BAD OR HENDDTI < HBEGDTI
004470         MOVE 'HOLD END MUST BE YYYY-MM-DD, NOT BEFORE BEGIN'
004480                                 TO MSGO
004490         GO TO S440-999-EXIT
004500     END-IF.
004510     PERFORM S460-000-READ-PROV
004520         THRU S460-999-EXIT.
004530     IF WW-000-EDIT-FAILED
004540         GO TO S440-999-EXIT
004550     END-IF.
004560     IF SQLCODE = 100
004570         MOVE 'PHARMACY NOT ON C_PROV_MSTR_TB - A TO ADD' TO MSGO
004580         GO TO S440-999-EXIT
004590     END-IF.
004600     PERFORM S450-000-SAVE-BEFORE
004610         THRU S450-999-EXIT.
004620     MOVE 'H'                    TO CLPRVMTB-C-PAY-HOLD-CD.
004630     MOVE HBEGDTI                TO CLPRVMTB-C-PAY-HOLD-BEG-DT.
004640     MOVE HENDDTI                TO CLPRVMTB-C-PAY-HOLD-END-DT.
004650     MOVE HRSNCDI                TO CLPRVMTB-C-PAY-HOLD-RSN-CD.
004660     PERFORM S447-000-UPDATE-HOLD
004670         THRU S447-999-EXIT.
004680     IF WW-000-EDIT-FAILED
004690         GO TO S440-999-EXIT
004700     END-IF.
004710     MOVE 'H'                    TO CLPVAUTB-C-AUD-ACTN-CD.
004720     PERFORM S455-000-WRITE-AUDIT
004730         THRU S455-999-EXIT.
004740     IF WW-000-EDIT-FAILED
004750         GO TO S440-999-EXIT
004760     END-IF.
004770     PERFORM S465-000-SHOW-PROV
004780         THRU S465-999-EXIT.
004790     MOVE 'PAY-HOLD SET AND AUDITED' TO MSGO.
004800 S440-999-EXIT.
004810     EXIT.
004820*****************************************************************
004830*    S445-000-RELEASE-HOLD - PROGRAM INTEGRITY LIFTS THE HOLD.  *
004840*    THE CODE IS CLEARED AND A WINDOW STILL OPEN PAST TODAY IS  *
004850*    ENDED TODAY, SO THE ROW SHOWS WHEN IT LIFTED; PDDB0019     *
004860*    RELEASES THE ESCROWED CLAIMS ON ITS NEXT RUN.              *
004870*****************************************************************
004880 S445-000-RELEASE-HOLD.
004890     PERFORM S460-000-READ-PROV
004900         THRU S460-999-EXIT.
004910     IF WW-000-EDIT-FAILED
004920         GO TO S445-999-EXIT
004930     END-IF.
004940     IF SQLCODE = 100
004950         MOVE 'PHARMACY NOT ON C_PROV_MSTR_TB' TO MSGO
004960         GO TO S445-999-EXIT
004970     END-IF.
004980     IF NOT CLPRVMTB-C-PAY-HELD
004990         PERFORM S465-000-SHOW-PROV
005000             THRU S465-999-EXIT
005010         MOVE 'PHARMACY IS NOT ON PAY-HOLD - NOTHING TO RELEASE'
005020                                 TO MSGO
005030         GO TO S445-999-EXIT
005040     END-IF.
005050     PERFORM S450-000-SAVE-BEFORE
005060         THRU S450-999-EXIT.
005070     EXEC SQL
005080         SELECT TO_CHAR(TRUNC(CURRENT_DATE),'YYYY-MM-DD')
005090           INTO :WS-000-TODAY-DT
005100           FROM DUAL
005110     END-EXEC.
005120     IF SQLCODE NOT = 0
005130         PERFORM S900-000-SQL-ERROR
005140             THRU S900-999-EXIT
005150         GO TO S445-999-EXIT
005160     END-IF.
005170     MOVE SPACE                  TO CLPRVMTB-C-PAY-HOLD-CD.
005180     IF CLPRVMTB-C-PAY-HOLD-END-DT > WS-000-TODAY-DT
005190         MOVE WS-000-TODAY-DT    TO CLPRVMTB-C-PAY-HOLD-END-DT
005200     END-IF.
005210     IF HRSNCDI NOT = SPACES
005220         MOVE HRSNCDI            TO CLPRVMTB-C-PAY-HOLD-RSN-CD
005230     END-IF.
005240     PERFORM S447-000-UPDATE-HOLD
005250         THRU S447-999-EXIT.
005260     IF WW-000-EDIT-FAILED
005270         GO TO S445-999-EXIT
005280     END-IF.
005290     MOVE 'R'                    TO CLPVAUTB-C-AUD-ACTN-CD.
005300     PERFORM S455-000-WRITE-AUDIT
005310         THRU S455-999-EXIT.
005320     IF WW-000-EDIT-FAILED
005330         GO TO S445-999-EXIT
005340     END-IF.
005350     PERFORM S465-000-SHOW-PROV
005360         THRU S465-999-EXIT.
005370     MOVE 'PAY-HOLD RELEASED - ESCROW FREES ON NEXT PDDB0019 RUN'
005380                                 TO MSGO.
005390 S445-999-EXIT.
005400     EXIT.
005410*****************************************************************
005420*    S447-000-UPDATE-HOLD - THE FOUR PAY-HOLD COLUMNS           *
005430*****************************************************************
005440 S447-000-UPDATE-HOLD.
005450     EXEC SQL
005460         UPDATE C_PROV_MSTR_TB
005470            SET C_PAY_HOLD_CD     = :CLPRVMTB-C-PAY-HOLD-CD,
005480                C_PAY_HOLD_BEG_DT = :CLPRVMTB-C-PAY-HOLD-BEG-DT,
005490                C_PAY_HOLD_END_DT = :CLPRVMTB-C-PAY-HOLD-END-DT,
005500                C_PAY_HOLD_RSN_CD = :CLPRVMTB-C-PAY-HOLD-RSN-CD
005510          WHERE C_PROV_ID         = :CLPRVMTB-C-PROV-ID
005520     END-EXEC.
005530     IF SQLCODE NOT = 0
005540         PERFORM S900-000-SQL-ERROR
005550             THRU S900-999-EXIT
005560     END-IF.
005570 S447-999-EXIT.
005580     EXIT.
005590*****************************************************************
005600*    S450-000-SAVE-BEFORE - THE ROW AS READ BECOMES THE BEFORE  *
005610*    IMAGE (SPACES ON AN ADD)                                   *
005620*****************************************************************
005630 S450-000-SAVE-BEFORE.
005640     MOVE SPACES                 TO CLPVAUTB-C-PROV-AUD-TB.
005650     IF ACTCDI = 'A'
005660         GO TO S450-999-EXIT
005670     END-IF.
005680     MOVE CLPRVMTB-C-PROV-STAT-CD TO CLPVAUTB-C-BEF-STAT-CD.
005690     MOVE CLPRVMTB-C-PROV-BEG-DT TO CLPVAUTB-C-BEF-BEG-DT.
005700     MOVE CLPRVMTB-C-PROV-END-DT TO CLPVAUTB-C-BEF-END-DT.
005710     MOVE CLPRVMTB-C-NETWORK-ID  TO CLPVAUTB-C-BEF-NETWORK-ID.
005720     MOVE CLPRVMTB-C-PROV-NAM    TO CLPVAUTB-C-BEF-PROV-NAM.
005730     MOVE CLPRVMTB-C-PAY-HOLD-CD TO CLPVAUTB-C-BEF-HOLD-CD.
005740     MOVE CLPRVMTB-C-PAY-HOLD-BEG-DT
005750                                 TO CLPVAUTB-C-BEF-HOLD-BEG-DT.
005760     MOVE CLPRVMTB-C-PAY-HOLD-END-DT
005770                                 TO CLPVAUTB-C-BEF-HOLD-END-DT.
005780     MOVE CLPRVMTB-C-PAY-HOLD-RSN-CD
005790                                 TO CLPVAUTB-C-BEF-HOLD-RSN-CD.
005800 S450-999-EXIT.
005810     EXIT.
005820*****************************************************************
005830*    S455-000-WRITE-AUDIT - THE C_PROV_AUD_TB ROW, AFTER IMAGE  *
005840*    FROM THE ROW AS WRITTEN.  A FAILURE BACKS OUT THE CHANGE   *
005850*    WITH IT.                                                   *
005860*****************************************************************
005870 S455-000-WRITE-AUDIT.
005880     MOVE WK-9003-OPER-ID        TO CLPVAUTB-C-AUD-USER-ID.
005890     MOVE WK-030-AUD-SRC-CD      TO CLPVAUTB-C-AUD-SRC-CD.
005900     MOVE CLPRVMTB-C-PROV-ID     TO CLPVAUTB-C-PROV-ID.
005910     MOVE CLPRVMTB-C-PROV-STAT-CD TO CLPVAUTB-C-AFT-STAT-CD.
005920     MOVE CLPRVMTB-C-PROV-BEG-DT TO CLPVAUTB-C-AFT-BEG-DT.
005930     MOVE CLPRVMTB-C-PROV-END-DT TO CLPVAUTB-C-AFT-END-DT.
005940     MOVE CLPRVMTB-C-NETWORK-ID  TO CLPVAUTB-C-AFT-NETWORK-ID.
005950     MOVE CLPRVMTB-C-PROV-NAM    TO CLPVAUTB-C-AFT-PROV-NAM.
005960     MOVE CLPRVMTB-C-PAY-HOLD-CD TO CLPVAUTB-C-AFT-HOLD-CD.
005970     MOVE CLPRVMTB-C-PAY-HOLD-BEG-DT
005980                                 TO CLPVAUTB-C-AFT-HOLD-BEG-DT.
005990     MOVE CLPRVMTB-C-PAY-HOLD-END-DT
006000                                 TO CLPVAUTB-C-AFT-HOLD-END-DT.
006010     MOVE CLPRVMTB-C-PAY-HOLD-RSN-CD
006020                                 TO CLPVAUTB-C-AFT-HOLD-RSN-CD.
006030     EXEC SQL
006040         INSERT INTO C_PROV_AUD_TB
006050             (C_AUD_TS, C_AUD_USER_ID, C_AUD_SRC_CD,
006060              C_AUD_ACTN_CD, C_PROV_ID,
006070              C_BEF_STAT_CD, C_BEF_BEG_DT, C_BEF_END_DT,
006080              C_BEF_NETWORK_ID, C_BEF_PROV_NAM,
006090              C_BEF_HOLD_CD, C_BEF_HOLD_BEG_DT,
006100              C_BEF_HOLD_END_DT, C_BEF_HOLD_RSN_CD,
006110              C_AFT_STAT_CD, C_AFT_BEG_DT, C_AFT_END_DT,
006120              C_AFT_NETWORK_ID, C_AFT_PROV_NAM,
006130              C_AFT_HOLD_CD, C_AFT_HOLD_BEG_DT,
006140              C_AFT_HOLD_END_DT, C_AFT_HOLD_RSN_CD)
006150         VALUES
006160             (TO_CHAR(CURRENT_TIMESTAMP,
006170                      'YYYY-MM-DD-HH24.MI.SS.FF6'),
006180              :CLPVAUTB-C-AUD-USER-ID, :CLPVAUTB-C-AUD-SRC-CD,
006190              :CLPVAUTB-C-AUD-ACTN-CD, :CLPVAUTB-C-PROV-ID,
006200              :CLPVAUTB-C-BEF-STAT-CD, :CLPVAUTB-C-BEF-BEG-DT,
006210              :CLPVAUTB-C-BEF-END-DT, :CLPVAUTB-C-BEF-NETWORK-ID,
006220              :CLPVAUTB-C-BEF-PROV-NAM, :CLPVAUTB-C-BEF-HOLD-CD,
006230              :CLPVAUTB-C-BEF-HOLD-BEG-DT,
006240              :CLPVAUTB-C-BEF-HOLD-END-DT,
006250              :CLPVAUTB-C-BEF-HOLD-RSN-CD,
006260              :CLPVAUTB-C-AFT-STAT-CD, :CLPVAUTB-C-AFT-BEG-DT,
006270              :CLPVAUTB-C-AFT-END-DT, :CLPVAUTB-C-AFT-NETWORK-ID,
006280              :CLPVAUTB-C-AFT-PROV-NAM, :CLPVAUTB-C-AFT-HOLD-CD,
006290              :CLPVAUTB-C-AFT-HOLD-BEG-DT,
006300              :CLPVAUTB-C-AFT-HOLD-END-DT,
006310              :CLPVAUTB-C-AFT-HOLD-RSN-CD)
006320     END-EXEC.
006330     IF SQLCODE NOT = 0
006340         PERFORM S900-000-SQL-ERROR
006350             THRU S900-999-EXIT
006360         EXEC CICS
006370             SYNCPOINT ROLLBACK
006380         END-EXEC
006390     END-IF.
006400 S455-999-EXIT.
006410     EXIT.
006420*****************************************************************
006430*    S460-000-READ-PROV - THE PHARMACY ROW; SQLCODE 100 IS LEFT *
006440*    FOR THE CALLER.  NULL PAY-HOLD COLUMNS READ AS BLANK.      *
006450*****************************************************************
006460 S460-000-READ-PROV.
006470     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
006480     EXEC SQL
006490         SELECT C_PROV_STAT_CD, C_PROV_BEG_DT, C_PROV_END_DT,
006500                NVL(C_NETWORK_ID, ' '), NVL(C_PROV_NAM, ' '),
006510                NVL(C_PAY_HOLD_CD, ' '),
006520                NVL(C_PAY_HOLD_BEG_DT, ' '),
006530                NVL(C_PAY_HOLD_END_DT, ' '),
006540                NVL(C_PAY_HOLD_RSN_CD, ' ')
006550           INTO :CLPRVMTB-C-PROV-STAT-CD,
006560                :CLPRVMTB-C-PROV-BEG-DT,
006570                :CLPRVMTB-C-PROV-END-DT,
006580                :CLPRVMTB-C-NETWORK-ID,
006590                :CLPRVMTB-C-PROV-NAM,
006600                :CLPRVMTB-C-PAY-HOLD-CD,
006610                :CLPRVMTB-C-PAY-HOLD-BEG-DT,
006620                :CLPRVMTB-C-PAY-HOLD-END-DT,
006630                :CLPRVMTB-C-PAY-HOLD-RSN-CD
006640           FROM C_PROV_MSTR_TB
006650          WHERE C_PROV_ID = :CLPRVMTB-C-PROV-ID
006660     END-EXEC.
006670     IF SQLCODE NOT = 0 AND 100
006680         PERFORM S900-000-SQL-ERROR
006690             THRU S900-999-EXIT
006700     END-IF.
006710 S460-999-EXIT.
006720     EXIT.
006730*****************************************************************
006740*    S465-000-SHOW-PROV - THE ROW, THE CLAIMS AND DOLLARS HELD  *
006750*    IN ESCROW AND THE LAST AUDITED CHANGE ONTO THE SCREEN      *
006760*****************************************************************
006770 S465-000-SHOW-PROV.
006780     MOVE CLPRVMTB-C-PROV-NAM    TO PNAMEO.
006790     MOVE CLPRVMTB-C-PROV-STAT-CD TO STATCDO.
006800     MOVE CLPRVMTB-C-PROV-BEG-DT TO BEGDTO.
006810     MOVE CLPRVMTB-C-PROV-END-DT TO ENDDTO.
006820     MOVE CLPRVMTB-C-NETWORK-ID  TO NETIDO.
006830     MOVE CLPRVMTB-C-PAY-HOLD-CD TO HOLDCDO.
006840     MOVE CLPRVMTB-C-PAY-HOLD-BEG-DT TO HBEGDTO.
006850     MOVE CLPRVMTB-C-PAY-HOLD-END-DT TO HENDDTO.
006860     MOVE CLPRVMTB-C-PAY-HOLD-RSN-CD TO HRSNCDO.
006870     EXEC SQL
006880         SELECT COUNT(*), NVL(SUM(C_PAID_AMT), 0)
006890           INTO :WS-000-HELD-CNT, :WS-000-HELD-AMT
006900           FROM C_PAY_ESCROW_TB
006910          WHERE C_PROV_ID        = :CLPRVMTB-C-PROV-ID
006920            AND C_ESCROW_STAT_CD = 'H'
006930     END-EXEC.
006940     IF SQLCODE NOT = 0
006950         PERFORM S900-000-SQL-ERROR
006960             THRU S900-999-EXIT
006970         GO TO S465-999-EXIT
006980     END-IF.
006990     MOVE WS-000-HELD-CNT        TO WW-000-HELD-CNT-DSP.
007000     MOVE WW-000-HELD-CNT-DSP    TO HELDCNTO.
007010     MOVE WS-000-HELD-AMT        TO WW-000-HELD-AMT-DSP.
007020     MOVE WW-000-HELD-AMT-DSP    TO HELDAMTO.
007030     MOVE SPACES                 TO CLPVAUTB-C-AUD-USER-ID
007040                                    CLPVAUTB-C-AUD-TS
007050                                    CLPVAUTB-C-AUD-ACTN-CD.
007060     EXEC SQL
007070         SELECT C_AUD_USER_ID, C_AUD_TS, C_AUD_ACTN_CD
007080           INTO :CLPVAUTB-C-AUD-USER-ID,
007090                :CLPVAUTB-C-AUD-TS,
007100                :CLPVAUTB-C-AUD-ACTN-CD
007110           FROM C_PROV_AUD_TB
007120          WHERE C_PROV_ID = :CLPRVMTB-C-PROV-ID
007130            AND C_AUD_TS  =
007140                (SELECT MAX(C_AUD_TS)
007150                   FROM C_PROV_AUD_TB
007160                  WHERE C_PROV_ID = :CLPRVMTB-C-PROV-ID)
007170            AND ROWNUM = 1
007180     END-EXEC.
007190     EVALUATE SQLCODE
007200       WHEN 0
007210         MOVE SPACES             TO LSTCHGO
007220         STRING 'LAST CHANGE ' CLPVAUTB-C-AUD-ACTN-CD
007230                ' BY ' CLPVAUTB-C-AUD-USER-ID
007240                ' AT ' CLPVAUTB-C-AUD-TS (1:16)
007250             DELIMITED BY SIZE INTO LSTCHGO
007260       WHEN 100
007270         MOVE 'NO CHANGES AUDITED ON THIS SCREEN' TO LSTCHGO
007280       WHEN OTHER
007290         PERFORM S900-000-SQL-ERROR
007300             THRU S900-999-EXIT
007310     END-EVALUATE.
007320 S465-999-EXIT.
007330     EXIT.
007340*****************************************************************
007350*    S800-000-SEND-MAP                                          *
007360*****************************************************************
007370 S800-000-SEND-MAP.
007380     EXEC CICS
007390         SEND MAP(WK-030-MAP-NAME)
007400              MAPSET(WK-030-MAPSET-NAME)
007410              FROM(PDDM772MO)
007420              ERASE
007430     END-EXEC.
007440 S800-999-EXIT.
007450     EXIT.
007460*****************************************************************
007470*    S900-000-SQL-ERROR - SHOW THE SQLCODE AND FAIL THE ACTION  *
007480*****************************************************************
007490 S900-000-SQL-ERROR.
007500     SET WW-000-EDIT-FAILED      TO TRUE.
007510     MOVE SPACES                 TO MSGO.
007520     MOVE SQLCODE                TO WW-000-SQLCODE-DSP.
007530     STRING 'SQL ERROR - SQLCODE ' WW-000-SQLCODE-DSP
007540         DELIMITED BY SIZE INTO MSGO.
007550 S900-999-EXIT.
007560     EXIT.
