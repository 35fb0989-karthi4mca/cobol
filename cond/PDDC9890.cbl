000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PDDC9890.
000030 AUTHOR.        ACS GOVERMENT HEALTHCARE.
000040 DATE-COMPILED.
000050*REMARKS.
000060*****************************************************************
000070*                                                               *
000080*@ PROGRAM-ID: PDDC9890                                         *
000090*@ TITLE: REAL-TIME PRESCRIPTION BENEFIT CHECK                  *
000100*                                                               *
000110*****************************************************************
000120*                                                               *
000130*?  I. PROGRAM ABSTRACT                                         *
000140*+                                                              *
000150*+  CICS PROGRAM LINKED TO BY THE EHR GATEWAY WITH A W1C66811   *
000160*+  COMMAREA.  THE PRESCRIPTION ON THE REQUEST IS BUILT INTO A  *
000170*+  W1C66791 TRANSMISSION RECORD (ONE B1 BILLING TRANSACTION,   *
000180*+  THE SAME LAYOUT THE PAPER CLAIM SCREEN PDDM7589 BUILDS) AND *
000190*+  DRIVEN THROUGH THE DUAL MODULE (PDDC9870) STAMPED INPUT     *
000200*+  FORM 'Q'.  IN THAT BENEFIT INQUIRY MODE THE DUAL MODULE     *
000210*+  RUNS THE MEMBER, PHARMACY, DRUG, PA, STEP-THERAPY AND       *
000220*+  ACCUMULATOR EDITS AND THE PRICING AND COST-SHARING STEPS    *
000230*+  BUT WRITES NO CLAIM, DRUG-SUMMARY, SPENDDOWN, ACCUMULATOR   *
000240*+  OR AUDIT ROW; THIS PROGRAM ALSO BACKS THE UNIT OF WORK OUT  *
000250*+  AFTER THE CALL.  THE RESPONSE HALF OF THE COMMAREA GETS:    *
000260*+                                                              *
000270*+    - THE COVERAGE STATUS (COVERED, COVERED WITH              *
000280*+      RESTRICTIONS, NOT COVERED, MEMBER NOT ELIGIBLE)         *
000290*+    - THE ESTIMATED PATIENT PAY AND PLAN PAY (PRICED CLAIMS   *
000300*+      ONLY - A DENIED INQUIRY IS NOT PRICED)                  *
000310*+    - UP TO TEN RESTRICTIONS (PA, STEP THERAPY, QUANTITY      *
000320*+      LIMIT, AGE/GENDER/PREGNANCY, LIMITED DISTRIBUTION,      *
000330*+      ELIGIBILITY, OTHER) WITH THEIR EXCEPTION AND NCPDP      *
000340*+      REJECT CODES                                            *
000350*+    - UP TO THREE ACTIVE, COVERED, REBATABLE ALTERNATIVES     *
000360*+      FROM THE SAME GCN, GENERICS FIRST                       *
000370*+                                                              *
000380*+  EVERY INQUIRY IS COUNTED ON C_TXN_VOL_TB AND TIMED ON       *
000390*+  C_PERF_STAT_TB UNDER ITS OWN TRANSACTION CODE 'RB', SO      *
000400*+  INQUIRY LOAD NEVER MIXES WITH CLAIM VOLUMES.  THE COUNTS    *
000410*+  ARE BEST-EFFORT - A FAILURE THERE NEVER FAILS THE INQUIRY.  *
000420*+                                                              *
000430*****************************************************************
000440*+                                                              *
000450*+ II. INPUT/OUTPUT MATRIX                                      *
000460*+                                                              *
000470*+     I/O              TITLE                           ID      *
000480*+     ---   ------------------------------------  ----------   *
000490*+      I/O   BENEFIT INQUIRY COMMAREA              W1C66811    *
000500*+      I/O   DUAL MODULE CALL AREAS                W1C66791    *
000510*+                                                  W1C40541    *
000520*+                                                  W1C56941    *
000530*+      I     R_DRUG_MSTR_TB                        CLDRMSTB    *
000540*+      O     C_PERF_STAT_TB                        CLPERFTB    *
000550*+      I/O   C_TXN_VOL_TB                          CLTVOLTB    *
000560*****************************************************************
000570*+                                                              *
000580*+ IV. CSR CHANGE LOG.                                          *
000590*                                                               *
000600*          -----------  CSR CHANGES  -----------                *
000610*                                                               *
000620*  CSR    CHANGE      ANALYST      DESCRIPTION OF CHANGE        *
000630*  NBR     DATE        NAME                                     *
000640*                                                               *
000650*---------------------------------------------------------------*
000660* CR4223   10/15/26  ACS       NEW PROGRAM.  REAL-TIME          *
000670*                              PRESCRIPTION BENEFIT CHECK       *
000680*                              THROUGH THE DUAL MODULE IN       *
000690*                              BENEFIT INQUIRY MODE.            *
000695* CR4224   10/15/26  ACS       VENDOR, VERSION AND HEADER       *
000696*                              STATUS COLUMNS ON THE            *
000697*                              C_PERF_STAT_TB ROW.              *
000700*****************************************************************
000710
000720 ENVIRONMENT DIVISION.
000730 CONFIGURATION SECTION.
000740 DATA DIVISION.
000750 WORKING-STORAGE SECTION.
000760
000770 01  WK-030-MISC-CONSTANTS.
000780     05  WK-030-PROGRAM-NAME     PIC X(08)      VALUE 'PDDC9890'.
000790     05  WK-030-DUAL-MODULE      PIC X(08)      VALUE 'PDDC9870'.
000800*    INPUT FORM CODE (F3145) THAT PUTS THE DUAL MODULE IN BENEFIT
000810*    INQUIRY MODE - EVERY EDIT AND THE PRICING RUN, NOTHING IS
000820*    WRITTEN.
000830     05  WK-030-BENE-INQ-FORM-CD PIC X(01)      VALUE 'Q'.
000840*    TRANSACTION CODE INQUIRIES ARE COUNTED AND TIMED UNDER ON
000850*    C_TXN_VOL_TB / C_PERF_STAT_TB.  NOT AN NCPDP CODE - NO CLAIM
000860*    IS EVER FILED UNDER IT.
000870     05  WK-030-BENE-INQ-TXN-CD  PIC X(02)      VALUE 'RB'.
000880     05  WK-030-MAX-RSTR         PIC S9(04) COMP VALUE +10.
000890     05  WK-030-MAX-ALT          PIC S9(04) COMP VALUE +3.
000900     05  WK-030-MAX-EXC          PIC S9(04) COMP VALUE +50.
000910
000920 01  WW-000-WORK-AREA.
000930     05  WW-000-EDIT-FAIL-SW      PIC X(01) VALUE 'N'.
000940         88  WW-000-EDIT-FAILED   VALUE 'Y'.
000950     05  WW-000-DATE-TX           PIC X(08).
000960     05  WW-000-DATE-NUM REDEFINES WW-000-DATE-TX
000970                                  PIC 9(08).
000980     05  FILLER REDEFINES WW-000-DATE-TX.
000990         10  WW-000-DATE-CCYY     PIC 9(04).
001000         10  WW-000-DATE-MM       PIC 9(02).
001010         10  WW-000-DATE-DD       PIC 9(02).
001020     05  WW-000-NDC-TX            PIC X(11).
001030     05  WW-000-NDC-NUM REDEFINES WW-000-NDC-TX
001040                                  PIC 9(11).
001050     05  WW-000-EXC-SUB           PIC S9(04) COMP.
001060     05  WW-000-RSTR-TY-CD        PIC X(02).
001070     05  WW-000-EXC-DENY-SW       PIC X(01).
001080         88  WW-000-EXC-DENIES    VALUE 'Y'.
001090     05  WW-000-EL-DENY-CNT       PIC S9(04) COMP.
001100     05  WW-000-RSTR-DENY-CNT     PIC S9(04) COMP.
001110     05  WW-000-OTH-DENY-CNT      PIC S9(04) COMP.
001120     05  WW-000-ALT-EOF-SW        PIC X(01).
001130         88  WW-000-ALT-EOF       VALUE 'Y'.
001140     05  WW-000-RTRN-DSP          PIC -(4)9.
001150     05  WW-000-SQLCODE-DSP       PIC -(8)9.
001160
001170*****************************************************************
001180*  ELAPSED TIME OF THE INQUIRY IN HUNDREDTHS OF A SECOND, KEPT   *
001190*  THE SAME WAY THE DUAL MODULE TIMES A CLAIM (S931-100).        *
001200*****************************************************************
001210 01  WT-000-TIMING.
001220     05  WT-000-TIME-NOW.
001230         10  WT-000-NOW-HH        PIC 9(02).
001240         10  WT-000-NOW-MM        PIC 9(02).
001250         10  WT-000-NOW-SS        PIC 9(02).
001260         10  WT-000-NOW-HS        PIC 9(02).
001270     05  WT-000-NOW-ABS           PIC S9(09) COMP.
001280     05  WT-000-START-ABS         PIC S9(09) COMP.
001290     05  WT-000-START-HH          PIC X(02).
001300
001310*****************************************************************
001320*  MODULE RETURN CODE VALUES (WV-C4398-C-SUCCESS ET AL),         *
001330*  EXCEPTION CODES (WV-R1737) AND DISPOSITIONS (WV-R0156)        *
001340*****************************************************************
001350     COPY WVC4398C.
001360     COPY WVR1737C.
001370     COPY WVR0156C.
001380 01  WW-000-RX-NUM               PIC 9(01) VALUE 1.
001390 01  WW-000-QTY-PRSC-AMT-OMT     PIC X(01) VALUE SPACE.
001400*****************************************************************
001410*  PARAMETER AREAS FOR THE DUAL MODULE CALL                     *
001420*****************************************************************
001430     COPY W1C66791.
001440     COPY W1C40541.
001450     COPY W1C56941.
001460
001470     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
001480     COPY CLDRMSTB.
001490     COPY CLPERFTB.
001500     COPY CLTVOLTB.
001510 01  WH-000-TIMESTAMP             PIC X(26).
001520 01  WH-000-RQST-NDC-NUM          PIC 9(11).
001530 01  WH-000-GCN-SEQ-NUM           PIC S9(09) COMP.
001540     EXEC SQL END DECLARE SECTION END-EXEC.
001550
001560     EXEC SQL INCLUDE SQLCA END-EXEC.
001570
001580*****************************************************************
001590*  COVERED ALTERNATIVES - SAME GCN, ACTIVE, NOT EXCLUDED FROM    *
001600*  COVERAGE, REBATABLE, NOT THE DRUG ASKED ABOUT.  GENERICS      *
001610*  ('G') SORT AHEAD OF BRANDS ('B').                             *
001620*****************************************************************
001630     EXEC SQL
001640         DECLARE C9890ALT CURSOR FOR
001650         SELECT R_DRUG_NDC_NUM,
001660                R_DRUG_LBL_NAM,
001670                R_DRUG_BRAND_IND
001680           FROM R_DRUG_MSTR_TB
001690          WHERE R_DRUG_GCN_SEQ_NUM = :WH-000-GCN-SEQ-NUM
001700            AND R_DRUG_NDC_NUM    <> :WH-000-RQST-NDC-NUM
001710            AND R_DRUG_STAT_CD     = 'A'
001720            AND R_DRUG_CVRG_CD    <> 'N'
001730            AND R_DRUG_REBATE_IND <> 'N'
001740          ORDER BY R_DRUG_BRAND_IND DESC,
001750                   R_DRUG_NDC_NUM
001760     END-EXEC.
001770
001780 LINKAGE SECTION.
001790 01  DFHCOMMAREA                 PIC X(01).
001800
001810     COPY W1C66811.
001820*****************************************************************
001830*    PROCEDURE DIVISION                                        *
001840*****************************************************************
001850 PROCEDURE DIVISION.
001860*****************************************************************
001870*    S100-000-MAINLINE - A COMMAREA SHORTER THAN W1C66811 HAS    *
001880*    NOWHERE TO PUT AN ANSWER AND IS SENT STRAIGHT BACK.         *
001890*****************************************************************
001900 S100-000-MAINLINE.
001910     IF EIBCALEN < LENGTH OF W1C66811-C-BENE-INQ-COMMAREA
001920         EXEC CICS
001930             RETURN
001940         END-EXEC
001950     END-IF.
001960     SET ADDRESS OF W1C66811-C-BENE-INQ-COMMAREA
001970                                 TO ADDRESS OF DFHCOMMAREA.
001980     PERFORM S150-000-INIT
001990         THRU S150-999-EXIT.
002000     PERFORM S200-000-EDIT-RQST
002010         THRU S200-999-EXIT.
002020     IF W1C66811-C-RESP-OK
002030         PERFORM S300-000-BUILD-TXMIT
002040             THRU S300-999-EXIT
002050         PERFORM S400-000-INQUIRE
002060             THRU S400-999-EXIT
002070     END-IF.
002080     IF W1C66811-C-RESP-OK
002090         PERFORM S500-000-SET-COVERAGE
002100             THRU S500-999-EXIT
002110         PERFORM S600-000-ALTERNATIVES
002120             THRU S600-999-EXIT
002130     END-IF.
002140     PERFORM S800-000-COUNT-INQUIRY
002150         THRU S800-999-EXIT.
002160     EXEC CICS
002170         RETURN
002180     END-EXEC.
002190     GOBACK.
002200*****************************************************************
002210*    S150-000-INIT - START THE CLOCK AND CLEAR THE RESPONSE      *
002220*****************************************************************
002230 S150-000-INIT.
002240     PERFORM S900-000-TIME-NOW
002250         THRU S900-999-EXIT.
002260     MOVE WT-000-NOW-ABS         TO WT-000-START-ABS.
002270     MOVE WT-000-NOW-HH          TO WT-000-START-HH.
002280     EXEC SQL
002290         SELECT TO_CHAR(CURRENT_TIMESTAMP,
002300                        'YYYY-MM-DD-HH24.MI.SS.FF6')
002310           INTO :WH-000-TIMESTAMP
002320           FROM DUAL
002330     END-EXEC.
002340     IF SQLCODE NOT = 0
002350         MOVE SPACES             TO WH-000-TIMESTAMP
002360     END-IF.
002370     INITIALIZE W1C66811-C-RESP
002380                W1C40541-C-CNTL-PHRM-IO-VW.
002390     SET W1C66811-C-RESP-OK      TO TRUE.
002400 S150-999-EXIT.
002410     EXIT.
002420*****************************************************************
002430*    S200-000-EDIT-RQST - THE FIELDS THE DUAL MODULE CANNOT DO   *
002440*    WITHOUT, EDITED FOR FORM.  THE FIRST FAILURE STOPS THE EDIT *
002450*    AND IS NAMED IN THE RESPONSE MESSAGE.                       *
002460*****************************************************************
002470 S200-000-EDIT-RQST.
002480     MOVE 'N'                    TO WW-000-EDIT-FAIL-SW.
002490     IF W1C66811-C-RQST-BIN-NUM NOT NUMERIC
002500         MOVE 'BIN MUST BE 6 DIGITS' TO W1C66811-C-RESP-MSG-TX
002510         GO TO S200-900-FAIL
002520     END-IF.
002530     IF W1C66811-C-RQST-PROV-ID = SPACES OR LOW-VALUES
002540         MOVE 'PHARMACY ID IS REQUIRED' TO W1C66811-C-RESP-MSG-TX
002550         GO TO S200-900-FAIL
002560     END-IF.
002570     IF W1C66811-C-RQST-CARDHOLDR-ID = SPACES OR LOW-VALUES
002580         MOVE 'CARDHOLDER ID IS REQUIRED'
002590                                 TO W1C66811-C-RESP-MSG-TX
002600         GO TO S200-900-FAIL
002610     END-IF.
002620     MOVE W1C66811-C-RQST-DOB-DT TO WW-000-DATE-TX.
002630     PERFORM S210-000-EDIT-DATE
002640         THRU S210-999-EXIT.
002650     IF WW-000-EDIT-FAILED
002660         MOVE 'DATE OF BIRTH MUST BE A VALID CCYYMMDD'
002670                                 TO W1C66811-C-RESP-MSG-TX
002680         GO TO S200-900-FAIL
002690     END-IF.
002700     IF W1C66811-C-RQST-SEX-CD NOT = '0' AND '1' AND '2'
002710         MOVE 'GENDER MUST BE 0, 1 OR 2' TO W1C66811-C-RESP-MSG-TX
002720         GO TO S200-900-FAIL
002730     END-IF.
002740*    NO DATE OF SERVICE MEANS "IF FILLED TODAY".
002750     IF W1C66811-C-RQST-SVC-DT = SPACES OR LOW-VALUES
002760         STRING WH-000-TIMESTAMP (1:4)
002770                WH-000-TIMESTAMP (6:2)
002780                WH-000-TIMESTAMP (9:2)
002790             DELIMITED BY SIZE INTO W1C66811-C-RQST-SVC-DT
002800     END-IF.
002810     MOVE W1C66811-C-RQST-SVC-DT TO WW-000-DATE-TX.
002820     PERFORM S210-000-EDIT-DATE
002830         THRU S210-999-EXIT.
002840     IF WW-000-EDIT-FAILED
002850         MOVE 'DATE OF SERVICE MUST BE A VALID CCYYMMDD'
002860                                 TO W1C66811-C-RESP-MSG-TX
002870         GO TO S200-900-FAIL
002880     END-IF.
002890     MOVE W1C66811-C-RQST-NDC-NUM TO WW-000-NDC-TX.
002900     IF WW-000-NDC-TX NOT NUMERIC
002910         MOVE 'NDC MUST BE 11 DIGITS' TO W1C66811-C-RESP-MSG-TX
002920         GO TO S200-900-FAIL
002930     END-IF.
002940     IF W1C66811-C-RQST-QTY-AMT NOT NUMERIC
002950      OR W1C66811-C-RQST-QTY-AMT NOT > ZERO
002960         MOVE 'QUANTITY MUST BE NUMERIC AND GREATER THAN ZERO'
002970                                 TO W1C66811-C-RESP-MSG-TX
002980         GO TO S200-900-FAIL
002990     END-IF.
003000     IF W1C66811-C-RQST-DYS-SPLY-NUM NOT NUMERIC
003010      OR W1C66811-C-RQST-DYS-SPLY-NUM = ZERO
003020         MOVE 'DAYS SUPPLY MUST BE 3 DIGITS, NOT ZERO'
003030                                 TO W1C66811-C-RESP-MSG-TX
003040         GO TO S200-900-FAIL
003050     END-IF.
003060     IF W1C66811-C-RQST-PRSC-ID = SPACES OR LOW-VALUES
003070         MOVE 'PRESCRIBER ID IS REQUIRED'
003080                                 TO W1C66811-C-RESP-MSG-TX
003090         GO TO S200-900-FAIL
003100     END-IF.
003110     GO TO S200-999-EXIT.
003120 S200-900-FAIL.
003130     SET W1C66811-C-RESP-RQST-INVALID TO TRUE.
003140 S200-999-EXIT.
003150     EXIT.
003160*****************************************************************
003170*    S210-000-EDIT-DATE - WW-000-DATE-TX MUST BE CCYYMMDD WITH   *
003180*    A REAL MONTH AND DAY                                       *
003190*****************************************************************
003200 S210-000-EDIT-DATE.
003210     IF WW-000-DATE-TX NOT NUMERIC
003220      OR WW-000-DATE-CCYY < 1900
003230      OR WW-000-DATE-MM < 01 OR WW-000-DATE-MM > 12
003240      OR WW-000-DATE-DD < 01 OR WW-000-DATE-DD > 31
003250         SET WW-000-EDIT-FAILED  TO TRUE
003260     END-IF.
003270 S210-999-EXIT.
003280     EXIT.
003290*****************************************************************
003300*    S300-000-BUILD-TXMIT - LAY THE REQUEST INTO A W1C66791      *
003310*    RECORD AS ONE B1 BILLING TRANSACTION.  EVERYTHING NOT ON    *
003320*    THE REQUEST STAYS HIGH-VALUES, THE SAME "NOT SUBMITTED" THE *
003330*    POINT-OF-SALE UNPACK LEAVES FOR AN ABSENT FIELD.  NO COST   *
003340*    IS SUBMITTED - THE ESTIMATE IS THE PLAN'S ALLOWED AMOUNT.   *
003350*****************************************************************
003360 S300-000-BUILD-TXMIT.
003370     MOVE HIGH-VALUES            TO W1C66791-C-NCPDP-CNSLDTD.
003380     MOVE W1C66811-C-RQST-BIN-NUM TO W1C66791-C-NCP-BIN-NUM.
003390     MOVE 'D0'                   TO W1C66791-C-NCP-VERSION-NUM.
003400     MOVE 'B1'                   TO W1C66791-C-NCP-POS-TRAN-CD.
003410     MOVE W1C66811-C-RQST-PCN-NUM TO W1C66791-C-NCP-PRCS-NUM.
003420     INSPECT W1C66791-C-NCP-PRCS-NUM
003430         REPLACING ALL LOW-VALUE BY SPACE.
003440     MOVE '1'                    TO W1C66791-C-NCP-TRAN-CNT-NUM.
003450     MOVE 1                      TO W1C66791-C-NCP-CNT-RX-NUM.
003460*    01 = NPI FOR THE SERVICE PROVIDER AND THE PRESCRIBER.
003470     MOVE '01'                   TO W1C66791-C-NCP-PROV-ID-CD.
003480     MOVE W1C66811-C-RQST-PROV-ID TO W1C66791-C-NCP-PROV-ID.
003490     MOVE W1C66811-C-RQST-GROUP-ID TO W1C66791-C-NCP-GROUP-ID.
003500     INSPECT W1C66791-C-NCP-GROUP-ID
003510         REPLACING ALL LOW-VALUE BY SPACE.
003520     MOVE W1C66811-C-RQST-CARDHOLDR-ID
003530                                 TO W1C66791-C-NCP-CARDHOLDR-ID.
003540     MOVE W1C66811-C-RQST-PERSON-CD
003550                                 TO W1C66791-C-NCP-CLNT-MBR-NUM.
003560     INSPECT W1C66791-C-NCP-CLNT-MBR-NUM
003570         REPLACING ALL LOW-VALUE BY SPACE.
003580     MOVE W1C66811-C-RQST-DOB-DT TO W1C66791-C-NCP-CLNT-DOB-DT.
003590     MOVE W1C66811-C-RQST-SEX-CD TO W1C66791-C-NCP-CLNT-SEX-CD.
003600     IF W1C66811-C-RQST-PREG-IND NOT = SPACES AND LOW-VALUES
003610         MOVE W1C66811-C-RQST-PREG-IND TO W1C66791-C-NCP-PREG-IND
003620     END-IF.
003630     MOVE W1C66811-C-RQST-SVC-DT TO WW-000-DATE-TX.
003640     MOVE WW-000-DATE-NUM        TO W1C66791-C-NCP-SVC-FST-DT.
003650     MOVE ZERO TO W1C66791-C-NCP-SUB-OVD-CNT (1)
003660                  W1C66791-C-NCP-CNT-DUR-NUM (1)
003670                  W1C66791-C-NCP-CNT-CLIN-NUM (1)
003680                  W1C66791-C-NCP-CNT-DIAG-NUM (1)
003690                  W1C66791-C-NCP-CNT-OAMT-NUM (1)
003700                  W1C66791-C-NCP-CNT-COB-NUM (1)
003710                  W1C66791-C-NCP-CNT-OVD-NUM (1)
003720                  W1C66791-C-NCP-CNT-CMPD-NUM (1)
003730                  W1C66791-C-NCP-CNT-MOD-NUM (1).
003740*    AN INQUIRY HAS NO PRESCRIPTION NUMBER YET - IT IS A NEW FILL.
003750     MOVE '1'                    TO W1C66791-C-NCP-RX-NUM-CD (1).
003760     MOVE ZERO                   TO W1C66791-C-NCP-RX-NUM (1).
003770     MOVE ZERO
003780         TO W1C66791-C-NCP-NEW-REFLL-CD (1).
003790     MOVE W1C66811-C-RQST-QTY-AMT
003800         TO W1C66791-C-NCP-SUBM-QTY-AMT (1)
003810            W1C66791-C-NCP-SUBM-QTY-NUM (1).
003820     MOVE W1C66811-C-RQST-DYS-SPLY-NUM
003830         TO W1C66791-C-NCP-DYS-SPLY-NUM (1).
003840*    03 = NATIONAL DRUG CODE.
003850     MOVE '03'                   TO W1C66791-C-NCP-PROD-ID-CD (1).
003860     MOVE WW-000-NDC-TX          TO W1C66791-C-NCP-PROD-ID (1).
003870     MOVE ZERO                   TO W1C66791-C-NCP-DAW-IND (1).
003880     MOVE '01'                   TO W1C66791-C-NCP-PRSC-ID-CD (1).
003890     MOVE W1C66811-C-RQST-PRSC-ID TO W1C66791-C-NCP-PRSC-ID (1).
003900     MOVE ZERO TO W1C66791-C-NCP-SUBM-ING-AMT (1)
003910                  W1C66791-C-NCP-UAC-AMT (1)
003920                  W1C66791-C-NCP-GROSS-AMT (1).
003930 S300-999-EXIT.
003940     EXIT.
003950*****************************************************************
003960*    S400-000-INQUIRE - STAMP THE CLAIM BENEFIT-INQUIRY (INPUT   *
003970*    FORM 'Q') WITH THE REQUESTING SYSTEM AS ITS AUDIT USER AND  *
003980*    DRIVE IT THROUGH THE DUAL MODULE.  WHATEVER HAPPENS, THE    *
003990*    UNIT OF WORK IS BACKED OUT - AN INQUIRY LEAVES NOTHING      *
004000*    BEHIND.                                                     *
004010*****************************************************************
004020 S400-000-INQUIRE.
004030     INITIALIZE W1C40541-C-CNTL-PHRM-IO-VW
004040                W1C56941-C-MDUL-OUT-WS.
004050     MOVE WK-030-BENE-INQ-FORM-CD TO W1C40541-C-INPUT-FRM-CD.
004060     MOVE W1C66811-C-RQST-SRC-ID TO W1C40541-G-AUD-USER-ID.
004070     MOVE 1                      TO WW-000-RX-NUM.
004080     CALL WK-030-DUAL-MODULE USING DFHEIBLK
004090                                   DFHCOMMAREA
004100                                   W1C66791-C-NCPDP-CNSLDTD
004110                                   W1C40541-C-CNTL-PHRM-IO-VW
004120                                   W1C56941-C-MDUL-OUT-WS
004130                                   WW-000-RX-NUM
004140                                   WW-000-QTY-PRSC-AMT-OMT.
004150     EXEC CICS
004160         SYNCPOINT ROLLBACK
004170     END-EXEC.
004180     IF W1C56941-C-MDUL-RTRN-CD NOT = WV-C4398-C-SUCCESS
004190         SET W1C66811-C-RESP-NOT-PROCESSED TO TRUE
004200         MOVE W1C56941-C-MDUL-RTRN-CD TO WW-000-RTRN-DSP
004210         STRING 'NOT PROCESSED - DUAL MODULE RETURN CODE '
004220                WW-000-RTRN-DSP
004230             DELIMITED BY SIZE INTO W1C66811-C-RESP-MSG-TX
004240     END-IF.
004250 S400-999-EXIT.
004260     EXIT.
004270*****************************************************************
004280*    S500-000-SET-COVERAGE - SORT THE POSTED EXCEPTIONS INTO     *
004290*    RESTRICTIONS AND DECIDE THE COVERAGE STATUS.  ONLY A        *
004300*    DENYING EXCEPTION DECIDES THE STATUS; AN ELIGIBILITY DENIAL *
004310*    OUTRANKS EVERYTHING ELSE, AND A CLAIM DENIED ONLY FOR       *
004320*    RESTRICTIONS THE PRESCRIBER CAN SATISFY (PA, STEP THERAPY,  *
004330*    QUANTITY, AGE/GENDER/PREGNANCY, LIMITED DISTRIBUTION) IS    *
004340*    "COVERED WITH RESTRICTIONS".  PAY AMOUNTS ARE RETURNED ONLY *
004350*    FOR A CLAIM THAT WAS PRICED.                                *
004360*****************************************************************
004370 S500-000-SET-COVERAGE.
004380     MOVE ZERO                   TO WW-000-EL-DENY-CNT
004390                                    WW-000-RSTR-DENY-CNT
004400                                    WW-000-OTH-DENY-CNT
004410                                    W1C66811-C-RESP-RSTR-CNT
004420                                    W1C66811-C-RESP-PAT-PAY-AMT
004430                                    W1C66811-C-RESP-PLAN-PAY-AMT.
004440     MOVE W1C40541-R-DRUG-GCN-SEQ-NUM (1)
004450                                 TO W1C66811-C-RESP-GCN-SEQ-NUM.
004460     PERFORM S510-000-CLASSIFY-EXC
004470         THRU S510-999-EXIT
004480         VARYING WW-000-EXC-SUB FROM 1 BY 1
004490           UNTIL WW-000-EXC-SUB > W1C40541-C-CNT-EXC-NUM
004500              OR WW-000-EXC-SUB > WK-030-MAX-EXC.
004510     EVALUATE TRUE
004520       WHEN W1C40541-C-HDR-STAT-CD = 'D'
004530        AND WW-000-EL-DENY-CNT > ZERO
004540         SET W1C66811-C-RESP-MBR-NOT-ELIG TO TRUE
004550         MOVE 'MEMBER NOT ELIGIBLE FOR THIS DATE OF SERVICE'
004560                                 TO W1C66811-C-RESP-MSG-TX
004570       WHEN W1C40541-C-HDR-STAT-CD = 'D'
004580        AND WW-000-OTH-DENY-CNT = ZERO
004590        AND WW-000-RSTR-DENY-CNT > ZERO
004600         SET W1C66811-C-RESP-RESTRICTED TO TRUE
004610         MOVE 'COVERED ONCE THE RESTRICTIONS LISTED ARE MET'
004620                                 TO W1C66811-C-RESP-MSG-TX
004630       WHEN W1C40541-C-HDR-STAT-CD = 'D'
004640         SET W1C66811-C-RESP-NOT-COVERED TO TRUE
004650         MOVE 'NOT COVERED AS PRESCRIBED - SEE RESTRICTIONS'
004660                                 TO W1C66811-C-RESP-MSG-TX
004670       WHEN W1C40541-C-HDR-STAT-CD = 'H'
004680         SET W1C66811-C-RESP-RESTRICTED TO TRUE
004690         MOVE W1C40541-C-TOT-PAT-RESP-AMT
004700                                 TO W1C66811-C-RESP-PAT-PAY-AMT
004710         MOVE W1C40541-C-TOT-REIMB-AMT
004720                                 TO W1C66811-C-RESP-PLAN-PAY-AMT
004730         MOVE 'COVERED SUBJECT TO PHARMACIST CLINICAL REVIEW'
004740                                 TO W1C66811-C-RESP-MSG-TX
004750       WHEN OTHER
004760         SET W1C66811-C-RESP-COVERED TO TRUE
004770         MOVE W1C40541-C-TOT-PAT-RESP-AMT
004780                                 TO W1C66811-C-RESP-PAT-PAY-AMT
004790         MOVE W1C40541-C-TOT-REIMB-AMT
004800                                 TO W1C66811-C-RESP-PLAN-PAY-AMT
004810         MOVE 'COVERED - PATIENT PAY IS AN ESTIMATE'
004820                                 TO W1C66811-C-RESP-MSG-TX
004830     END-EVALUATE.
004840 S500-999-EXIT.
004850     EXIT.
004860*****************************************************************
004870*    S510-000-CLASSIFY-EXC - ONE POSTED EXCEPTION.  BYPASSED AND *
004880*    IGNORED EXCEPTIONS ARE NOT RESTRICTIONS.  A RESTRICTION     *
004890*    TYPE IS LISTED EVEN WHEN ITS DISPOSITION ONLY REPORTS, SO   *
004900*    THE PRESCRIBER SEES A QUANTITY LIMIT BEFORE IT BITES; ANY   *
004910*    OTHER EXCEPTION IS LISTED ONLY WHEN IT DENIES.              *
004920*****************************************************************
004930 S510-000-CLASSIFY-EXC.
004940     IF W1C40541-C-EXC-STAT-CD (WW-000-EXC-SUB)
004950                                 = WV-R0156-C-BYPASS
004960      OR W1C40541-C-EXC-STAT-CD (WW-000-EXC-SUB)
004970                                 = WV-R0156-C-IGNORE
004980         GO TO S510-999-EXIT
004990     END-IF.
005000     IF W1C40541-C-EXC-STAT-CD (WW-000-EXC-SUB)
005010                                 = WV-R0156-C-PAY-AND-REPORT
005020      OR W1C40541-C-EXC-STAT-CD (WW-000-EXC-SUB) = WV-R0156-C-PAY
005030         MOVE 'N'                TO WW-000-EXC-DENY-SW
005040     ELSE
005050         MOVE 'Y'                TO WW-000-EXC-DENY-SW
005060     END-IF.
005070     EVALUATE W1C40541-R-CLM-EXC-CD (WW-000-EXC-SUB)
005080       WHEN WV-R1737-C-PA-REQUIRED
005090         MOVE 'PA'               TO WW-000-RSTR-TY-CD
005100       WHEN WV-R1737-C-STEP-THERAPY-REQ
005110         MOVE 'ST'               TO WW-000-RSTR-TY-CD
005120       WHEN WV-R1737-C-QTY-LIMIT-EXCEEDED
005130         MOVE 'QL'               TO WW-000-RSTR-TY-CD
005140       WHEN WV-R1737-C-DRUG-AGE-RSTR
005150       WHEN WV-R1737-C-DRUG-GENDER-RSTR
005160       WHEN WV-R1737-C-DRUG-PREG-CONTRA
005170         MOVE 'DR'               TO WW-000-RSTR-TY-CD
005180       WHEN WV-R1737-C-LDD-PHRM-NOT-AUTH
005190         MOVE 'LD'               TO WW-000-RSTR-TY-CD
005200       WHEN WV-R1737-C-MISS-MBR-NUM
005210       WHEN WV-R1737-C-MBR-NOT-ELIG-DOS
005220       WHEN WV-R1737-C-INV-MISS-CARDHLDR
005230       WHEN WV-R1737-C-GROUP-NOT-FOUND
005240       WHEN WV-R1737-C-CRDHLDR-NOT-FOUND
005250       WHEN WV-R1737-C-PAT-NOT-COV
005260       WHEN WV-R1737-C-PAT-NOT-COV-COE
005270         MOVE 'EL'               TO WW-000-RSTR-TY-CD
005280       WHEN OTHER
005290         MOVE 'OT'               TO WW-000-RSTR-TY-CD
005300     END-EVALUATE.
005310     IF WW-000-EXC-DENIES
005320         EVALUATE WW-000-RSTR-TY-CD
005330           WHEN 'EL'
005340             ADD 1               TO WW-000-EL-DENY-CNT
005350           WHEN 'OT'
005360             ADD 1               TO WW-000-OTH-DENY-CNT
005370           WHEN OTHER
005380             ADD 1               TO WW-000-RSTR-DENY-CNT
005390         END-EVALUATE
005400     ELSE
005410         IF WW-000-RSTR-TY-CD = 'EL' OR 'OT'
005420             GO TO S510-999-EXIT
005430         END-IF
005440     END-IF.
005450     IF W1C66811-C-RESP-RSTR-CNT NOT < WK-030-MAX-RSTR
005460         GO TO S510-999-EXIT
005470     END-IF.
005480     ADD 1                       TO W1C66811-C-RESP-RSTR-CNT.
005490     MOVE WW-000-RSTR-TY-CD
005500       TO W1C66811-C-RESP-RSTR-TY-CD (W1C66811-C-RESP-RSTR-CNT).
005510     MOVE W1C40541-R-CLM-EXC-CD (WW-000-EXC-SUB)
005520       TO W1C66811-C-RESP-RSTR-EXC-CD (W1C66811-C-RESP-RSTR-CNT).
005530     MOVE W1C40541-R-CLM-ADJUD-REJ-CD (WW-000-EXC-SUB)
005540       TO W1C66811-C-RESP-RSTR-REJ-CD (W1C66811-C-RESP-RSTR-CNT).
005550 S510-999-EXIT.
005560     EXIT.
005570*****************************************************************
005580*    S600-000-ALTERNATIVES - UP TO THREE COVERED ALTERNATIVES    *
005590*    FROM THE SAME GCN.  A DRUG THE CLAIM COULD NOT TIE TO A GCN *
005600*    IS LOOKED UP ON THE DRUG MASTER.  ALTERNATIVES ARE A        *
005610*    COURTESY - AN SQL ERROR HERE RETURNS NONE RATHER THAN       *
005620*    FAILING THE INQUIRY.                                        *
005630*****************************************************************
005640 S600-000-ALTERNATIVES.
005650     MOVE ZERO                   TO W1C66811-C-RESP-ALT-CNT.
005660     MOVE WW-000-NDC-NUM         TO WH-000-RQST-NDC-NUM.
005670     MOVE W1C66811-C-RESP-GCN-SEQ-NUM TO WH-000-GCN-SEQ-NUM.
005680     IF WH-000-GCN-SEQ-NUM = ZERO
005690         EXEC SQL
005700             SELECT R_DRUG_GCN_SEQ_NUM
005710               INTO :WH-000-GCN-SEQ-NUM
005720               FROM R_DRUG_MSTR_TB
005730              WHERE R_DRUG_NDC_NUM = :WH-000-RQST-NDC-NUM
005740         END-EXEC
005750         IF SQLCODE NOT = 0
005760             GO TO S600-999-EXIT
005770         END-IF
005780         MOVE WH-000-GCN-SEQ-NUM TO W1C66811-C-RESP-GCN-SEQ-NUM
005790     END-IF.
005800     IF WH-000-GCN-SEQ-NUM = ZERO
005810         GO TO S600-999-EXIT
005820     END-IF.
005830     EXEC SQL
005840         OPEN C9890ALT
005850     END-EXEC.
005860     IF SQLCODE NOT = 0
005870         GO TO S600-999-EXIT
005880     END-IF.
005890     MOVE 'N'                    TO WW-000-ALT-EOF-SW.
005900     PERFORM S610-000-FETCH-ALT
005910         THRU S610-999-EXIT
005920         UNTIL WW-000-ALT-EOF
005930            OR W1C66811-C-RESP-ALT-CNT NOT < WK-030-MAX-ALT.
005940     EXEC SQL
005950         CLOSE C9890ALT
005960     END-EXEC.
005970 S600-999-EXIT.
005980     EXIT.
005990*****************************************************************
006000*    S610-000-FETCH-ALT                                          *
006010*****************************************************************
006020 S610-000-FETCH-ALT.
006030     EXEC SQL
006040         FETCH C9890ALT
006050          INTO :CLDRMSTB-R-DRUG-NDC-NUM,
006060               :CLDRMSTB-R-DRUG-LBL-NAM,
006070               :CLDRMSTB-R-DRUG-BRAND-IND
006080     END-EXEC.
006090     IF SQLCODE NOT = 0
006100         SET WW-000-ALT-EOF      TO TRUE
006110         GO TO S610-999-EXIT
006120     END-IF.
006130     ADD 1                       TO W1C66811-C-RESP-ALT-CNT.
006140     MOVE CLDRMSTB-R-DRUG-NDC-NUM
006150       TO W1C66811-C-RESP-ALT-NDC-NUM (W1C66811-C-RESP-ALT-CNT).
006160     MOVE CLDRMSTB-R-DRUG-LBL-NAM
006170       TO W1C66811-C-RESP-ALT-LBL-NAM (W1C66811-C-RESP-ALT-CNT).
006180     MOVE CLDRMSTB-R-DRUG-BRAND-IND
006190       TO W1C66811-C-RESP-ALT-BRAND-IND (W1C66811-C-RESP-ALT-CNT).
006200 S610-999-EXIT.
006210     EXIT.
006220*****************************************************************
006230*    S800-000-COUNT-INQUIRY - ONE C_PERF_STAT_TB ROW AND ONE     *
006240*    C_TXN_VOL_TB COUNT PER INQUIRY UNDER TRANSACTION CODE 'RB', *
006250*    COMMITTED ON THEIR OWN.  THE SECTION TIMINGS ARE CLAIM-ONLY *
006260*    AND GO IN AS ZERO.  ANY SQLCODE IS ACCEPTED -               *
006270*    INSTRUMENTATION MUST NEVER TAKE AN INQUIRY DOWN.            *
006280*****************************************************************
006290 S800-000-COUNT-INQUIRY.
006300     IF WH-000-TIMESTAMP = SPACES
006310         GO TO S800-999-EXIT
006320     END-IF.
006330     PERFORM S900-000-TIME-NOW
006340         THRU S900-999-EXIT.
006350     IF WT-000-NOW-ABS < WT-000-START-ABS
006360         ADD 8640000             TO WT-000-NOW-ABS
006370     END-IF.
006380     MOVE W1C40541-R-CUST-PART-NUM TO CLPERFTB-R-CUST-PART-NUM.
006390     MOVE ZERO                   TO CLPERFTB-C-TCN-NUM
006400                                    CLPERFTB-C-S210-ELAPSED-HS
006410                                    CLPERFTB-C-S220-ELAPSED-HS
006420                                    CLPERFTB-C-S927-ELAPSED-HS
006430                                    CLPERFTB-C-SQL-RETRY-CNT.
006440     MOVE WK-030-BENE-INQ-TXN-CD TO CLPERFTB-C-NCPDP-TXN-CD
006450                                    CLTVOLTB-C-POS-TRAN-CD.
006452     MOVE SPACES                 TO CLPERFTB-C-SOFT-VEND-ID
006453                                    CLPERFTB-C-NCPDP-VERSN-NUM
006454                                    CLPERFTB-C-HDR-STAT-CD.
006455     IF NOT W1C66811-C-RESP-RQST-INVALID
006456         MOVE W1C40541-C-HDR-STAT-CD TO CLPERFTB-C-HDR-STAT-CD
006457     END-IF.
006460     MOVE WH-000-TIMESTAMP       TO CLPERFTB-C-STRT-TS.
006470     MOVE WT-000-START-HH        TO CLPERFTB-C-STRT-HH.
006480     COMPUTE CLPERFTB-C-TOT-ELAPSED-HS =
006490         WT-000-NOW-ABS - WT-000-START-ABS.
006500     EXEC SQL
006510         INSERT INTO C_PERF_STAT_TB
006520                (R_CUST_PART_NUM
006530                ,C_TCN_NUM
006540                ,C_NCPDP_TXN_CD
006550                ,C_STRT_TS
006560                ,C_STRT_HH
006570                ,C_TOT_ELAPSED_HS
006580                ,C_S210_ELAPSED_HS
006590                ,C_S220_ELAPSED_HS
006600                ,C_S927_ELAPSED_HS
006610                ,C_SQL_RETRY_CNT
006612                ,C_SOFT_VEND_ID
006614                ,C_NCPDP_VERSN_NUM
006616                ,C_HDR_STAT_CD)
006620         VALUES (:CLPERFTB-R-CUST-PART-NUM
006630                ,:CLPERFTB-C-TCN-NUM
006640                ,:CLPERFTB-C-NCPDP-TXN-CD
006650                ,:CLPERFTB-C-STRT-TS
006660                ,:CLPERFTB-C-STRT-HH
006670                ,:CLPERFTB-C-TOT-ELAPSED-HS
006680                ,:CLPERFTB-C-S210-ELAPSED-HS
006690                ,:CLPERFTB-C-S220-ELAPSED-HS
006700                ,:CLPERFTB-C-S927-ELAPSED-HS
006710                ,:CLPERFTB-C-SQL-RETRY-CNT
006712                ,:CLPERFTB-C-SOFT-VEND-ID
006714                ,:CLPERFTB-C-NCPDP-VERSN-NUM
006716                ,:CLPERFTB-C-HDR-STAT-CD)
006720     END-EXEC.
006730     MOVE WH-000-TIMESTAMP (1:10) TO CLTVOLTB-C-TXN-DT.
006740     EXEC SQL
006750         UPDATE C_TXN_VOL_TB
006760            SET C_TXN_CNT      = C_TXN_CNT + 1
006770          WHERE C_TXN_DT       = :CLTVOLTB-C-TXN-DT
006780            AND C_POS_TRAN_CD  = :CLTVOLTB-C-POS-TRAN-CD
006790     END-EXEC.
006800     IF SQLCODE = +100
006810         MOVE 1                  TO CLTVOLTB-C-TXN-CNT
006820         EXEC SQL
006830             INSERT INTO C_TXN_VOL_TB
006840                    (C_TXN_DT
006850                    ,C_POS_TRAN_CD
006860                    ,C_TXN_CNT)
006870             VALUES (:CLTVOLTB-C-TXN-DT
006880                    ,:CLTVOLTB-C-POS-TRAN-CD
006890                    ,:CLTVOLTB-C-TXN-CNT)
006900         END-EXEC
006910     END-IF.
006920     EXEC CICS
006930         SYNCPOINT
006940     END-EXEC.
006950 S800-999-EXIT.
006960     EXIT.
006970*****************************************************************
006980*    S900-000-TIME-NOW - CURRENT TIME OF DAY IN HUNDREDTHS OF A  *
006990*    SECOND SINCE MIDNIGHT.                                      *
007000*****************************************************************
007010 S900-000-TIME-NOW.
007020     ACCEPT WT-000-TIME-NOW FROM TIME.
007030     COMPUTE WT-000-NOW-ABS =
007040         (WT-000-NOW-HH * 360000) +
007050         (WT-000-NOW-MM * 6000) +
007060         (WT-000-NOW-SS * 100) +
007070          WT-000-NOW-HS.
007080 S900-999-EXIT.
007090     EXIT.
