000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PDDM7589.
000030 AUTHOR.        ACS GOVERMENT HEALTHCARE.
000040 DATE-COMPILED.
000050*REMARKS.
000060*****************************************************************
000070*                                                               *
000080*@ PROGRAM-ID: PDDM7589                                         *
000090*@ TITLE: PAPER CLAIM ENTRY SCREEN                              *
000100*                                                               *
000110*****************************************************************
000120*                                                               *
000130*?  I. PROGRAM ABSTRACT                                         *
000140*+                                                              *
000150*+  PSEUDO-CONVERSATIONAL CICS TRANSACTION (TRANID W767), IN    *
000160*+  THE STYLE OF PDDM7575, FOR CLAIMS STAFF TO KEY A PAPER      *
000170*+  UNIVERSAL CLAIM FORM FIELD BY FIELD.  THE KEYED FIELDS ARE  *
000180*+  EDITED, BUILT INTO A W1C66791 TRANSMISSION RECORD (ONE      *
000190*+  B1 BILLING TRANSACTION) AND DRIVEN THROUGH THE SAME DUAL    *
000200*+  MODULE (PDDC9870) THE POINT-OF-SALE PATH AND PDDB0007 USE.  *
000210*+  BEFORE THE CALL THE CLAIM IS STAMPED PAPER-ORIGIN (INPUT    *
000220*+  FORM 'P') WITH THE SIGNED-ON OPERATOR AS ITS AUDIT USER.    *
000230*+  THE TCN, THE ADJUDICATION RESULT AND THE EXCEPTION CODES    *
000240*+  POSTED COME BACK ON THE SCREEN.  EVERY SUBMIT - EDIT         *
000250*+  FAILURE OR ADJUDICATED - WRITES A C_PAPER_KEY_LOG_TB ROW    *
000260*+  FOR THE DAILY KEYING PRODUCTIVITY REPORT (PDDR0066).        *
000270*+  SUBMITTING NEEDS THE UPDATE ROLE (PDDS9003).                *
000280*+                                                              *
000290*****************************************************************
000300*+                                                              *
000310*+ II. INPUT/OUTPUT MATRIX                                      *
000320*+                                                              *
000330*+     I/O              TITLE                           ID      *
000340*+     ---   ------------------------------------  ----------   *
000350*+      O     C_PAPER_KEY_LOG_TB                    CLPKLGTB    *
000360*+      I/O   DUAL MODULE CALL AREAS                W1C66791    *
000370*+                                                  W1C40541    *
000380*+                                                  W1C56941    *
000390*+      I/O   PDDM767M MAP (MAPSET PDDM767M)        PDDM767M    *
000400*****************************************************************
000410*+                                                              *
000420*+ IV. CSR CHANGE LOG.                                          *
000430*                                                               *
000440*           -----------  CSR CHANGES  -----------               *
000450*                                                               *
000460*  CSR    CHANGE      ANALYST      DESCRIPTION OF CHANGE        *
000470*  NBR     DATE        NAME                                     *
000480*                                                               *
000490*---------------------------------------------------------------*
000500* CR4208   10/15/26  ACS       NEW PROGRAM.  PAPER CLAIM ENTRY  *
000510*                              THROUGH THE DUAL MODULE, WITH A  *
000520*                              KEYING LOG PER OPERATOR.         *
000521* CR4209   10/15/26  ACS       A CLAIM HELD FOR CLINICAL REVIEW *
000522*                              (STATUS H) SHOWS AS PENDED AND   *
000523*                              LOGS RESULT H.                   *
000530*****************************************************************
000540
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 DATA DIVISION.
000580 WORKING-STORAGE SECTION.
000590
000600 01  WK-030-MISC-CONSTANTS.
000610     05  WK-030-PROGRAM-NAME     PIC X(08)      VALUE 'PDDM7589'.
000620     05  WK-030-MAPSET-NAME      PIC X(08)      VALUE 'PDDM767M'.
000630     05  WK-030-MAP-NAME         PIC X(08)      VALUE 'PDDM767S'.
000640     05  WK-030-TRANID           PIC X(04)      VALUE 'W767'.
000650     05  WK-030-DUAL-MODULE      PIC X(08)      VALUE 'PDDC9870'.
000660*    INPUT FORM CODE (F3145) THAT MARKS A CLAIM KEYED FROM PAPER.
000670     05  WK-030-PAPER-FORM-CD    PIC X(01)      VALUE 'P'.
000680
000690 01  WW-000-WORK-AREA.
000700     05  WW-000-EDIT-FAIL-SW      PIC X(01) VALUE 'N'.
000710         88  WW-000-EDIT-FAILED   VALUE 'Y'.
000720     05  WW-000-EDIT-MSG          PIC X(79).
000730     05  WW-000-BIN-TX            PIC X(06).
000740     05  WW-000-BIN-NUM REDEFINES WW-000-BIN-TX
000750                                  PIC 9(06).
000760     05  WW-000-NDC-TX            PIC X(11).
000770     05  WW-000-REFILL-TX         PIC X(02).
000780     05  WW-000-REFILL-NUM REDEFINES WW-000-REFILL-TX
000790                                  PIC 9(02).
000800     05  WW-000-DAYS-TX           PIC X(03).
000810     05  WW-000-DAYS-NUM REDEFINES WW-000-DAYS-TX
000820                                  PIC 9(03).
000830     05  WW-000-DATE-TX           PIC X(08).
000840     05  WW-000-DATE-NUM REDEFINES WW-000-DATE-TX
000850                                  PIC 9(08).
000860     05  FILLER REDEFINES WW-000-DATE-TX.
000870         10  WW-000-DATE-CCYY     PIC 9(04).
000880         10  WW-000-DATE-MM       PIC 9(02).
000890         10  WW-000-DATE-DD       PIC 9(02).
000900     05  WW-000-AMT-TX            PIC X(11).
000910     05  WW-000-AMT-CHK           PIC X(11).
000920     05  WW-000-AMT-DOTS          PIC S9(04) COMP.
000930     05  WW-000-AMT-VAL           PIC S9(07)V9(03) COMP-3.
000940     05  WW-000-QTY-VAL           PIC S9(07)V9(03) COMP-3.
000950     05  WW-000-ING-VAL           PIC S9(07)V9(03) COMP-3.
000960     05  WW-000-UAC-VAL           PIC S9(07)V9(03) COMP-3.
000970     05  WW-000-GROSS-VAL         PIC S9(07)V9(03) COMP-3.
000980     05  WW-000-EXC-SUB           PIC S9(04) COMP.
000990     05  WW-000-EXC-PTR           PIC S9(04) COMP.
001000     05  WW-000-TCN-DSP           PIC 9(17).
001010     05  WW-000-AMT-DSP           PIC Z,ZZZ,ZZ9.99-.
001020     05  WW-000-LIAB-DSP          PIC Z,ZZZ,ZZ9.99-.
001030     05  WW-000-RTRN-DSP          PIC -(4)9.
001040     05  WW-000-STAT-LINE         PIC X(75).
001050
001060*****************************************************************
001070*  MODULE RETURN CODE VALUES (WV-C4398-C-SUCCESS ET AL)         *
001080*****************************************************************
001090     COPY WVC4398C.
001100 01  WW-000-RX-NUM               PIC 9(01) VALUE 1.
001110 01  WW-000-QTY-PRSC-AMT-OMT     PIC X(01) VALUE SPACE.
001120*****************************************************************
001130*  PARAMETER AREAS FOR THE DUAL MODULE CALL                     *
001140*****************************************************************
001150     COPY W1C66791.
001160     COPY W1C40541.
001170     COPY W1C56941.
001180
001190     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
001200     COPY CLPKLGTB.
001210     EXEC SQL END DECLARE SECTION END-EXEC.
001220 01  WW-000-SQLCODE-DSP           PIC -(8)9.
001230
001240     EXEC SQL INCLUDE SQLCA END-EXEC.
001250
001260*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
001270*    ROLE CHECK - SUBMITTING A CLAIM NEEDS THE UPDATE ROLE.
001280     COPY WKC90030.
001290*
001300 01  WC-000-COMMAREA-WS.
001310     05  WC-000-LAST-ACTCD        PIC X(01).
001320
001330 LINKAGE SECTION.
001340 01  DFHCOMMAREA.
001350     05  PDDM7589-LAST-ACTCD      PIC X(01).
001360
001370     COPY PDDM767M.
001380*****************************************************************
001390*    PROCEDURE DIVISION                                        *
001400*****************************************************************
001410 PROCEDURE DIVISION.
001420*****************************************************************
001430*    S100-000-MAINLINE - FIRST-TIME VS. RETURN DISPATCH         *
001440*****************************************************************
001450 S100-000-MAINLINE.
001460     IF EIBCALEN = 0
001470         PERFORM S200-000-INIT-SCREEN
001480             THRU S200-999-EXIT
001490     ELSE
001500         MOVE DFHCOMMAREA        TO WC-000-COMMAREA-WS
001510         PERFORM S300-000-RECEIVE-MAP
001520             THRU S300-999-EXIT
001530         PERFORM S400-000-PROCESS-ACTION
001540             THRU S400-999-EXIT
001550     END-IF.
001560     PERFORM S800-000-SEND-MAP
001570         THRU S800-999-EXIT.
001580     MOVE WC-000-LAST-ACTCD      TO PDDM7589-LAST-ACTCD.
001590     EXEC CICS
001600         RETURN TRANSID(WK-030-TRANID)
001610                COMMAREA(DFHCOMMAREA)
001620     END-EXEC.
001630     GOBACK.
001640*****************************************************************
001650*    S200-000-INIT-SCREEN                                       *
001660*****************************************************************
001670 S200-000-INIT-SCREEN.
001680     MOVE LOW-VALUES             TO PDDM767MO.
001690     MOVE SPACES                 TO WC-000-LAST-ACTCD.
001700     MOVE 'KEY THE CLAIM FORM - ACTION A ADJUDICATES, C CLEARS'
001710                                 TO MSGO.
001720 S200-999-EXIT.
001730     EXIT.
001740*****************************************************************
001750*    S300-000-RECEIVE-MAP                                       *
001760*****************************************************************
001770 S300-000-RECEIVE-MAP.
001780     EXEC CICS
001790         RECEIVE MAP(WK-030-MAP-NAME)
001800                 MAPSET(WK-030-MAPSET-NAME)
001810                 INTO(PDDM767MI)
001820     END-EXEC.
001830 S300-999-EXIT.
001840     EXIT.
001850*****************************************************************
001860*    S400-000-PROCESS-ACTION - AUTHORIZE, EDIT, ADJUDICATE      *
001870*****************************************************************
001880 S400-000-PROCESS-ACTION.
001890     MOVE SPACES                 TO MSGO.
001900     IF ACTCDI = 'C'
001910         PERFORM S200-000-INIT-SCREEN
001920             THRU S200-999-EXIT
001930         GO TO S400-999-EXIT
001940     END-IF.
001950     IF ACTCDI NOT = 'A'
001960         MOVE 'INVALID ACTION - MUST BE A OR C' TO MSGO
001970         GO TO S400-999-EXIT
001980     END-IF.
001990     MOVE SPACES                 TO TCNO STATO EXCO.
002000     MOVE 'U'                    TO WK-9003-REQ-ACCESS-CD.
002010     MOVE PROVIDI                TO WK-9003-KEY-TX.
002020*    THE SIGNED-ON USER, NOT THE TERMINAL - ROLE CHECKS, THE
002030*    ACCESS LOG AND THE CLAIM'S KEYING OPERATOR ALL FOLLOW THE
002040*    PERSON.
002050     EXEC CICS ASSIGN
002060         USERID(WK-9003-OPER-ID)
002070     END-EXEC.
002080     MOVE WK-030-TRANID          TO WK-9003-TRAN-ID.
002090     CALL 'PDDS9003' USING WK-9003-CALL-PARMS.
002100     IF WK-9003-ACCESS-DENIED
002110         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION - SEE SECURITY'
002120                                 TO MSGO
002130         GO TO S400-999-EXIT
002140     END-IF.
002150     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
002160     MOVE SPACES                 TO WW-000-EDIT-MSG.
002170     PERFORM S410-000-EDIT-FORM
002180         THRU S410-999-EXIT.
002190     IF WW-000-EDIT-FAILED
002200         MOVE WW-000-EDIT-MSG    TO MSGO
002210         MOVE 'E'                TO CLPKLGTB-C-RSLT-CD
002220         MOVE ZERO               TO CLPKLGTB-C-TCN-NUM
002230                                    CLPKLGTB-C-EXC-CNT-NUM
002240         MOVE SPACES             TO CLPKLGTB-C-EXC-LIST-TX
002250         MOVE WW-000-EDIT-MSG    TO CLPKLGTB-C-EDIT-MSG-TX
002260         PERFORM S480-000-WRITE-KEY-LOG
002270             THRU S480-999-EXIT
002280         GO TO S400-999-EXIT
002290     END-IF.
002300     PERFORM S420-000-BUILD-TXMIT
002310         THRU S420-999-EXIT.
002320     PERFORM S430-000-ADJUDICATE
002330         THRU S430-999-EXIT.
002340     PERFORM S440-000-SHOW-RESULT
002350         THRU S440-999-EXIT.
002360     PERFORM S480-000-WRITE-KEY-LOG
002370         THRU S480-999-EXIT.
002380     MOVE ACTCDI                 TO WC-000-LAST-ACTCD.
002390 S400-999-EXIT.
002400     EXIT.
002410*****************************************************************
002420*    S410-000-EDIT-FORM - THE FIELDS THE DUAL MODULE CANNOT DO  *
002430*    WITHOUT, EDITED FOR FORM BEFORE THE CLAIM IS BUILT.  THE   *
002440*    FIRST FAILURE STOPS THE EDIT AND IS NAMED ON THE SCREEN.   *
002450*****************************************************************
002460 S410-000-EDIT-FORM.
002470     MOVE BINI                   TO WW-000-BIN-TX.
002480     IF WW-000-BIN-TX NOT NUMERIC
002490         MOVE 'BIN MUST BE 6 DIGITS' TO WW-000-EDIT-MSG
002500         GO TO S410-900-FAIL
002510     END-IF.
002520     IF PROVIDI = SPACES OR LOW-VALUES
002530         MOVE 'PHARMACY ID IS REQUIRED' TO WW-000-EDIT-MSG
002540         GO TO S410-900-FAIL
002550     END-IF.
002560     IF CARDIDI = SPACES OR LOW-VALUES
002570         MOVE 'CARDHOLDER ID IS REQUIRED' TO WW-000-EDIT-MSG
002580         GO TO S410-900-FAIL
002590     END-IF.
002600     MOVE DOBI                   TO WW-000-DATE-TX.
002610     PERFORM S415-000-EDIT-DATE
002620         THRU S415-999-EXIT.
002630     IF WW-000-EDIT-FAILED
002640         MOVE 'DATE OF BIRTH MUST BE A VALID CCYYMMDD'
002650                                 TO WW-000-EDIT-MSG
002660         GO TO S410-999-EXIT
002670     END-IF.
002680     IF SEXI NOT = '0' AND '1' AND '2'
002690         MOVE 'GENDER MUST BE 0, 1 OR 2' TO WW-000-EDIT-MSG
002700         GO TO S410-900-FAIL
002710     END-IF.
002720     MOVE SVCDTI                 TO WW-000-DATE-TX.
002730     PERFORM S415-000-EDIT-DATE
002740         THRU S415-999-EXIT.
002750     IF WW-000-EDIT-FAILED
002760         MOVE 'DATE OF SERVICE MUST BE A VALID CCYYMMDD'
002770                                 TO WW-000-EDIT-MSG
002780         GO TO S410-999-EXIT
002790     END-IF.
002800     IF RXNUMI = SPACES OR LOW-VALUES
002810         MOVE 'PRESCRIPTION NUMBER IS REQUIRED' TO WW-000-EDIT-MSG
002820         GO TO S410-900-FAIL
002830     END-IF.
002840     MOVE REFILLI                TO WW-000-REFILL-TX.
002850     IF WW-000-REFILL-TX NOT NUMERIC
002860         MOVE 'REFILL NUMBER MUST BE 2 DIGITS (00 = NEW)'
002870                                 TO WW-000-EDIT-MSG
002880         GO TO S410-900-FAIL
002890     END-IF.
002900     MOVE NDCI                   TO WW-000-NDC-TX.
002910     IF WW-000-NDC-TX NOT NUMERIC
002920         MOVE 'NDC MUST BE 11 DIGITS' TO WW-000-EDIT-MSG
002930         GO TO S410-900-FAIL
002940     END-IF.
002950     MOVE QTYI                   TO WW-000-AMT-TX.
002960     PERFORM S417-000-EDIT-AMOUNT
002970         THRU S417-999-EXIT.
002980     IF WW-000-EDIT-FAILED
002990      OR WW-000-AMT-VAL NOT > ZERO
003000         MOVE 'QUANTITY MUST BE NUMERIC AND GREATER THAN ZERO'
003010                                 TO WW-000-EDIT-MSG
003020         GO TO S410-900-FAIL
003030     END-IF.
003040     MOVE WW-000-AMT-VAL         TO WW-000-QTY-VAL.
003050     MOVE DAYSI                  TO WW-000-DAYS-TX.
003060     IF WW-000-DAYS-TX NOT NUMERIC
003070      OR WW-000-DAYS-NUM = ZERO
003080         MOVE 'DAYS SUPPLY MUST BE 3 DIGITS, NOT ZERO'
003090                                 TO WW-000-EDIT-MSG
003100         GO TO S410-900-FAIL
003110     END-IF.
003120     IF DAWI NOT NUMERIC
003130         MOVE 'DAW CODE MUST BE 0 THROUGH 9' TO WW-000-EDIT-MSG
003140         GO TO S410-900-FAIL
003150     END-IF.
003160     IF PRSCIDI = SPACES OR LOW-VALUES
003170         MOVE 'PRESCRIBER ID IS REQUIRED' TO WW-000-EDIT-MSG
003180         GO TO S410-900-FAIL
003190     END-IF.
003200     MOVE INGAMTI                TO WW-000-AMT-TX.
003210     PERFORM S417-000-EDIT-AMOUNT
003220         THRU S417-999-EXIT.
003230     IF WW-000-EDIT-FAILED
003240         MOVE 'INGREDIENT COST MUST BE NUMERIC (9999.99)'
003250                                 TO WW-000-EDIT-MSG
003260         GO TO S410-900-FAIL
003270     END-IF.
003280     MOVE WW-000-AMT-VAL         TO WW-000-ING-VAL.
003290     MOVE UCAMTI                 TO WW-000-AMT-TX.
003300     PERFORM S417-000-EDIT-AMOUNT
003310         THRU S417-999-EXIT.
003320     IF WW-000-EDIT-FAILED
003330         MOVE 'USUAL AND CUSTOMARY MUST BE NUMERIC (9999.99)'
003340                                 TO WW-000-EDIT-MSG
003350         GO TO S410-900-FAIL
003360     END-IF.
003370     MOVE WW-000-AMT-VAL         TO WW-000-UAC-VAL.
003380     MOVE GROSAMTI               TO WW-000-AMT-TX.
003390     PERFORM S417-000-EDIT-AMOUNT
003400         THRU S417-999-EXIT.
003410     IF WW-000-EDIT-FAILED
003420         MOVE 'GROSS AMOUNT DUE MUST BE NUMERIC (9999.99)'
003430                                 TO WW-000-EDIT-MSG
003440         GO TO S410-900-FAIL
003450     END-IF.
003460     MOVE WW-000-AMT-VAL         TO WW-000-GROSS-VAL.
003470     GO TO S410-999-EXIT.
003480 S410-900-FAIL.
003490     SET WW-000-EDIT-FAILED      TO TRUE.
003500 S410-999-EXIT.
003510     EXIT.
003520*****************************************************************
003530*    S415-000-EDIT-DATE - WW-000-DATE-TX MUST BE CCYYMMDD WITH  *
003540*    A REAL MONTH AND DAY                                       *
003550*****************************************************************
003560 S415-000-EDIT-DATE.
003570     IF WW-000-DATE-TX NOT NUMERIC
003580      OR WW-000-DATE-CCYY < 1900
003590      OR WW-000-DATE-MM < 01 OR WW-000-DATE-MM > 12
003600      OR WW-000-DATE-DD < 01 OR WW-000-DATE-DD > 31
003610         SET WW-000-EDIT-FAILED  TO TRUE
003620     END-IF.
003630 S415-999-EXIT.
003640     EXIT.
003650*****************************************************************
003660*    S417-000-EDIT-AMOUNT - WW-000-AMT-TX MAY HOLD ONLY DIGITS, *
003670*    SPACES AND ONE DECIMAL POINT; BLANK IS ZERO.  THE VALUE    *
003680*    COMES BACK IN WW-000-AMT-VAL.                              *
003690*****************************************************************
003700 S417-000-EDIT-AMOUNT.
003710     MOVE ZERO                   TO WW-000-AMT-VAL
003720                                    WW-000-AMT-DOTS.
003730     INSPECT WW-000-AMT-TX REPLACING ALL LOW-VALUE BY SPACE.
003740     IF WW-000-AMT-TX = SPACES
003750         GO TO S417-999-EXIT
003760     END-IF.
003770     MOVE WW-000-AMT-TX          TO WW-000-AMT-CHK.
003780     INSPECT WW-000-AMT-CHK TALLYING WW-000-AMT-DOTS
003790         FOR ALL '.'.
003800     INSPECT WW-000-AMT-CHK CONVERTING '0123456789.'
003810                                    TO '           '.
003820     IF WW-000-AMT-CHK NOT = SPACES
003830      OR WW-000-AMT-DOTS > 1
003840         SET WW-000-EDIT-FAILED  TO TRUE
003850         GO TO S417-999-EXIT
003860     END-IF.
003870     COMPUTE WW-000-AMT-VAL = FUNCTION NUMVAL (WW-000-AMT-TX).
003880 S417-999-EXIT.
003890     EXIT.
003900*****************************************************************
003910*    S420-000-BUILD-TXMIT - LAY THE KEYED FORM INTO A W1C66791  *
003920*    RECORD AS ONE B1 BILLING TRANSACTION.  EVERYTHING NOT ON   *
003930*    THE FORM STAYS HIGH-VALUES, THE SAME "NOT SUBMITTED" THE   *
003940*    POINT-OF-SALE UNPACK LEAVES FOR AN ABSENT FIELD.           *
003950*****************************************************************
003960 S420-000-BUILD-TXMIT.
003970     MOVE HIGH-VALUES            TO W1C66791-C-NCPDP-CNSLDTD.
003980     MOVE WW-000-BIN-NUM         TO W1C66791-C-NCP-BIN-NUM.
003990     MOVE 'D0'                   TO W1C66791-C-NCP-VERSION-NUM.
004000     MOVE 'B1'                   TO W1C66791-C-NCP-POS-TRAN-CD.
004010     MOVE PCNI                   TO W1C66791-C-NCP-PRCS-NUM.
004020     INSPECT W1C66791-C-NCP-PRCS-NUM
004030         REPLACING ALL LOW-VALUE BY SPACE.
004040     MOVE '1'                    TO W1C66791-C-NCP-TRAN-CNT-NUM.
004050     MOVE 1                      TO W1C66791-C-NCP-CNT-RX-NUM.
004060*    01 = NPI FOR THE SERVICE PROVIDER AND THE PRESCRIBER.
004070     MOVE '01'                   TO W1C66791-C-NCP-PROV-ID-CD.
004080     MOVE PROVIDI                TO W1C66791-C-NCP-PROV-ID.
004090     MOVE GRPIDI                 TO W1C66791-C-NCP-GROUP-ID.
004100     INSPECT W1C66791-C-NCP-GROUP-ID
004110         REPLACING ALL LOW-VALUE BY SPACE.
004120     MOVE CARDIDI                TO W1C66791-C-NCP-CARDHOLDR-ID.
004130     MOVE PERSCDI                TO W1C66791-C-NCP-CLNT-MBR-NUM.
004140     INSPECT W1C66791-C-NCP-CLNT-MBR-NUM
004150         REPLACING ALL LOW-VALUE BY SPACE.
004160     MOVE DOBI                   TO W1C66791-C-NCP-CLNT-DOB-DT.
004170     MOVE SEXI                   TO W1C66791-C-NCP-CLNT-SEX-CD.
004180     MOVE SVCDTI                 TO WW-000-DATE-TX.
004190     MOVE WW-000-DATE-NUM        TO W1C66791-C-NCP-SVC-FST-DT.
004200     MOVE ZERO TO W1C66791-C-NCP-SUB-OVD-CNT (1)
004210                  W1C66791-C-NCP-CNT-DUR-NUM (1)
004220                  W1C66791-C-NCP-CNT-CLIN-NUM (1)
004230                  W1C66791-C-NCP-CNT-DIAG-NUM (1)
004240                  W1C66791-C-NCP-CNT-OAMT-NUM (1)
004250                  W1C66791-C-NCP-CNT-COB-NUM (1)
004260                  W1C66791-C-NCP-CNT-OVD-NUM (1)
004270                  W1C66791-C-NCP-CNT-CMPD-NUM (1)
004280                  W1C66791-C-NCP-CNT-MOD-NUM (1).
004290     MOVE '1'                    TO W1C66791-C-NCP-RX-NUM-CD (1).
004300     MOVE RXNUMI                 TO W1C66791-C-NCP-RX-NUM (1).
004310     MOVE WW-000-REFILL-NUM
004320         TO W1C66791-C-NCP-NEW-REFLL-CD (1).
004330     MOVE WW-000-QTY-VAL
004340         TO W1C66791-C-NCP-SUBM-QTY-AMT (1)
004350            W1C66791-C-NCP-SUBM-QTY-NUM (1).
004360     MOVE WW-000-DAYS-NUM
004370         TO W1C66791-C-NCP-DYS-SPLY-NUM (1).
004380*    03 = NATIONAL DRUG CODE.
004390     MOVE '03'                   TO W1C66791-C-NCP-PROD-ID-CD (1).
004400     MOVE WW-000-NDC-TX          TO W1C66791-C-NCP-PROD-ID (1).
004410     MOVE DAWI                   TO W1C66791-C-NCP-DAW-IND (1).
004420     MOVE '01'                   TO W1C66791-C-NCP-PRSC-ID-CD (1).
004430     MOVE PRSCIDI                TO W1C66791-C-NCP-PRSC-ID (1).
004440     MOVE WW-000-ING-VAL
004450         TO W1C66791-C-NCP-SUBM-ING-AMT (1).
004460     MOVE WW-000-UAC-VAL         TO W1C66791-C-NCP-UAC-AMT (1).
004470     MOVE WW-000-GROSS-VAL       TO W1C66791-C-NCP-GROSS-AMT (1).
004480 S420-999-EXIT.
004490     EXIT.
004500*****************************************************************
004510*    S430-000-ADJUDICATE - STAMP THE CLAIM PAPER-ORIGIN WITH    *
004520*    THE KEYING OPERATOR AND DRIVE IT THROUGH THE DUAL MODULE.  *
004530*    A MODULE FAILURE BACKS OUT WHATEVER IT HAD WRITTEN.        *
004540*****************************************************************
004550 S430-000-ADJUDICATE.
004560     INITIALIZE W1C40541-C-CNTL-PHRM-IO-VW
004570                W1C56941-C-MDUL-OUT-WS.
004580     MOVE WK-030-PAPER-FORM-CD   TO W1C40541-C-INPUT-FRM-CD.
004590     MOVE WK-9003-OPER-ID        TO W1C40541-G-AUD-USER-ID.
004600     MOVE 1                      TO WW-000-RX-NUM.
004610     CALL WK-030-DUAL-MODULE USING DFHEIBLK
004620                                   DFHCOMMAREA
004630                                   W1C66791-C-NCPDP-CNSLDTD
004640                                   W1C40541-C-CNTL-PHRM-IO-VW
004650                                   W1C56941-C-MDUL-OUT-WS
004660                                   WW-000-RX-NUM
004670                                   WW-000-QTY-PRSC-AMT-OMT.
004680     IF W1C56941-C-MDUL-RTRN-CD NOT = WV-C4398-C-SUCCESS
004690         EXEC CICS
004700             SYNCPOINT ROLLBACK
004710         END-EXEC
004720     END-IF.
004730 S430-999-EXIT.
004740     EXIT.
004750*****************************************************************
004760*    S440-000-SHOW-RESULT - TCN, STATUS AND THE POSTED          *
004770*    EXCEPTION CODES BACK TO THE SCREEN AND INTO THE KEY LOG    *
004780*****************************************************************
004790 S440-000-SHOW-RESULT.
004800     MOVE SPACES                 TO WW-000-STAT-LINE
004810                                    CLPKLGTB-C-EXC-LIST-TX
004820                                    CLPKLGTB-C-EDIT-MSG-TX.
004830     MOVE ZERO                   TO CLPKLGTB-C-EXC-CNT-NUM.
004840     MOVE W1C40541-C-TCN-NUM     TO CLPKLGTB-C-TCN-NUM
004850                                    WW-000-TCN-DSP.
004860     IF W1C56941-C-MDUL-RTRN-CD NOT = WV-C4398-C-SUCCESS
004870         MOVE 'X'                TO CLPKLGTB-C-RSLT-CD
004880         MOVE ZERO               TO CLPKLGTB-C-TCN-NUM
004890         MOVE W1C56941-C-MDUL-RTRN-CD TO WW-000-RTRN-DSP
004900         STRING 'NOT ADJUDICATED - DUAL MODULE RETURN CODE '
004910                WW-000-RTRN-DSP
004920             DELIMITED BY SIZE INTO WW-000-STAT-LINE
004930         MOVE WW-000-STAT-LINE   TO STATO
004940                                    CLPKLGTB-C-EDIT-MSG-TX
004950         MOVE 'CLAIM NOT SAVED - REPORT TO THE HELP DESK' TO MSGO
004960         GO TO S440-999-EXIT
004970     END-IF.
004980     MOVE WW-000-TCN-DSP         TO TCNO.
004990     MOVE W1C40541-C-TOT-REIMB-AMT TO WW-000-AMT-DSP.
005000     MOVE W1C40541-C-PAT-LIAB-AMT  TO WW-000-LIAB-DSP.
005010     EVALUATE W1C40541-C-HDR-STAT-CD
005015       WHEN 'D'
005020         MOVE 'D'                TO CLPKLGTB-C-RSLT-CD
005030         MOVE 'DENIED - SEE EXCEPTION CODES' TO WW-000-STAT-LINE
005040         MOVE 'CLAIM ADJUDICATED - DENIED' TO MSGO
005042       WHEN 'H'
005043         MOVE 'H'                TO CLPKLGTB-C-RSLT-CD
005044         MOVE 'PENDED FOR CLINICAL REVIEW - SEE EXCEPTION CODES'
005045                                 TO WW-000-STAT-LINE
005046         MOVE 'CLAIM HELD FOR A PHARMACIST - NOTE THE TCN' TO MSGO
005050       WHEN OTHER
005060         MOVE 'P'                TO CLPKLGTB-C-RSLT-CD
005070         STRING 'ACCEPTED  PAID ' WW-000-AMT-DSP
005080                '  PATIENT PAY ' WW-000-LIAB-DSP
005090             DELIMITED BY SIZE INTO WW-000-STAT-LINE
005100         MOVE 'CLAIM ADJUDICATED - NOTE THE TCN' TO MSGO
005110     END-EVALUATE.
005120     MOVE WW-000-STAT-LINE       TO STATO.
005130     MOVE W1C40541-C-CNT-EXC-NUM TO CLPKLGTB-C-EXC-CNT-NUM.
005140     MOVE 1                      TO WW-000-EXC-PTR.
005150     PERFORM S445-000-ONE-EXC-CODE
005160         THRU S445-999-EXIT
005170         VARYING WW-000-EXC-SUB FROM 1 BY 1
005180         UNTIL WW-000-EXC-SUB > W1C40541-C-CNT-EXC-NUM
005190            OR WW-000-EXC-SUB > 15.
005200     MOVE CLPKLGTB-C-EXC-LIST-TX TO EXCO.
005210 S440-999-EXIT.
005220     EXIT.
005230*****************************************************************
005240*    S445-000-ONE-EXC-CODE - APPEND ONE POSTED EXCEPTION CODE   *
005250*****************************************************************
005260 S445-000-ONE-EXC-CODE.
005270     STRING W1C40541-R-CLM-EXC-CD OF
005280            W1C40541-C-LI-EXC-VW (WW-000-EXC-SUB)
005290            ' '
005300         DELIMITED BY SIZE INTO CLPKLGTB-C-EXC-LIST-TX
005310         WITH POINTER WW-000-EXC-PTR
005320     END-STRING.
005330 S445-999-EXIT.
005340     EXIT.
005350*****************************************************************
005360*    S480-000-WRITE-KEY-LOG - ONE ROW PER SUBMIT FOR THE DAILY  *
005370*    KEYING PRODUCTIVITY AND ERROR REPORT.  A FAILED LOG WRITE  *
005380*    IS SHOWN BUT DOES NOT UNDO THE ADJUDICATION.               *
005390*****************************************************************
005400 S480-000-WRITE-KEY-LOG.
005410     MOVE WK-9003-OPER-ID        TO CLPKLGTB-C-OPER-ID.
005420     MOVE PROVIDI                TO CLPKLGTB-C-PROV-ID.
005430     MOVE RXNUMI                 TO CLPKLGTB-C-RX-NUM.
005440     MOVE SPACES                 TO CLPKLGTB-C-SVC-DT.
005450     MOVE SVCDTI                 TO WW-000-DATE-TX.
005460     IF WW-000-DATE-TX NUMERIC
005470         STRING WW-000-DATE-TX (1:4) '-'
005480                WW-000-DATE-TX (5:2) '-'
005490                WW-000-DATE-TX (7:2)
005500             DELIMITED BY SIZE INTO CLPKLGTB-C-SVC-DT
005510     END-IF.
005520     INSPECT CLPKLGTB-C-PROV-ID
005530         REPLACING ALL LOW-VALUE BY SPACE.
005540     INSPECT CLPKLGTB-C-RX-NUM
005550         REPLACING ALL LOW-VALUE BY SPACE.
005560     EXEC SQL
005570         INSERT INTO C_PAPER_KEY_LOG_TB
005580                (C_KEY_TS, C_KEY_DT, C_OPER_ID, C_PROV_ID,
005590                 C_RX_NUM, C_SVC_DT, C_RSLT_CD, C_TCN_NUM,
005600                 C_EXC_CNT_NUM, C_EXC_LIST_TX, C_EDIT_MSG_TX)
005610         VALUES (TO_CHAR(CURRENT_TIMESTAMP,
005620                         'YYYY-MM-DD-HH24.MI.SS.FF6'),
005630                 TO_CHAR(TRUNC(CURRENT_DATE),'YYYY-MM-DD'),
005640                 :CLPKLGTB-C-OPER-ID,
005650                 :CLPKLGTB-C-PROV-ID,
005660                 :CLPKLGTB-C-RX-NUM,
005670                 :CLPKLGTB-C-SVC-DT,
005680                 :CLPKLGTB-C-RSLT-CD,
005690                 :CLPKLGTB-C-TCN-NUM,
005700                 :CLPKLGTB-C-EXC-CNT-NUM,
005710                 :CLPKLGTB-C-EXC-LIST-TX,
005720                 :CLPKLGTB-C-EDIT-MSG-TX)
005730     END-EXEC.
005740     IF SQLCODE NOT = 0
005750         MOVE SQLCODE            TO WW-000-SQLCODE-DSP
005760         MOVE SPACES             TO MSGO
005770         STRING 'KEYING LOG NOT WRITTEN - SQLCODE '
005780                WW-000-SQLCODE-DSP
005790             DELIMITED BY SIZE INTO MSGO
005800     END-IF.
005810 S480-999-EXIT.
005820     EXIT.
005830*****************************************************************
005840*    S800-000-SEND-MAP                                          *
005850*****************************************************************
005860 S800-000-SEND-MAP.
005870     EXEC CICS
005880         SEND MAP(WK-030-MAP-NAME)
005890              MAPSET(WK-030-MAPSET-NAME)
005900              FROM(PDDM767MO)
005910              ERASE
005920     END-EXEC.
005930 S800-999-EXIT.
005940     EXIT.
