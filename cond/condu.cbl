      *                               MATCH THE DF7010 DESIGN (ROW      DF7027
      *                               DELETED ON REVERSAL, ABSENCE      DF7027
      *                               PROVES NOTHING, NO BACKFILL).     DF7027
      ** CR4200   10/15/26  ACS       PRESCRIPTION-VALIDITY EDIT        CR4200
      *                               (S955) - AGE OF THE RX BY DEA     CR4200
      *                               SCHEDULE (LIST 7527), FILLS OVER  CR4200
      *                               AUTHORIZED REFILLS, SCHEDULE II   CR4200
      *                               REFILLS - EXCS 3970-3972.  DATE   CR4200
      *                               WRITTEN NOW CARRIED ON THE CLAIM. CR4200
      ** CR4201   10/15/26  ACS       DRUG AGE, GENDER AND PREGNANCY    CR4201
      *                               RESTRICTIONS (S956) AGAINST NEW   CR4201
      *                               R_DRUG_RSTR_TB - EXCS 3973-3975.  CR4201
      *                               AGE FROM THE ENROLLMENT DOB.      CR4201
      ** CR4202   10/15/26  ACS       LESSER-OF REIMBURSEMENT (S957) -  CR4202
      *                               PAY THE LOWEST OF ALLOWED, U AND  CR4202
      *                               C, GROSS AMOUNT DUE; BASIS AND    CR4202
      *                               NCPDP 522-FM CODE ON THE CLAIM,   CR4202
      *                               SAVINGS TO C_LESSER_OF_TB.        CR4202
      ** CR4203   10/15/26  ACS       IN-HOUSE STATE MAC LIST (S958) -  CR4203
      *                               R_STATE_MAC_TB PRICE LOADED TO    CR4203
      *                               WL-807 AHEAD OF THE VENDOR MAC,   CR4203
      *                               SOURCE IN WL-807-SMAC-SRC-CD.     CR4203
      ** CR4204   10/15/26  ACS       LIMITED-DISTRIBUTION DRUGS (S959) CR4204
      *                               - GCNS ON R_LDD_PHRM_TB DENY 3976 CR4204
      *                               FROM ANY PHARMACY NOT AUTHORIZED  CR4204
      *                               BY PROVIDER OR NETWORK ID.        CR4204
      ** CR4205   10/15/26  ACS       CUMULATIVE QUANTITY LIMITS (S960) CR4205
      *                               - LIST 7528 GCN/QTY/WINDOW DAYS,  CR4205
      *                               PAID QTY IN WINDOW PLUS CLAIM,    CR4205
      *                               DENY 3977 WITH REMAINING QTY,     CR4205
      *                               APPROVED PA BYPASSES.             CR4205
      ** CR4206   10/15/26  ACS       PAY-TO VALIDATION (S216-040) -    CR4206
      *                               SUBMITTED PAY-TO MUST BE THE      CR4206
      *                               APPROVED C_PROV_PAYEE_TB PAYEE    CR4206
      *                               (OR THE PHARMACY WITH NO ROW);    CR4206
      *                               ELSE DENY 3978.                   CR4206
      ** CR4207   10/15/26  ACS       HOUSEHOLD COST-SHARING CAP (S961) CR4207
      *                               - PATIENT PAY COUNTED AGAINST     CR4207
      *                               THE QUARTERLY B_HHLD_CAP_TB CAP,  CR4207
      *                               PAST IT WAIVED WITH INFO EXC      CR4207
      *                               3979; REVERSALS BACK IT OUT.      CR4207
      ** CR4209   10/15/26  ACS       CLINICAL REVIEW PEND (S962) -     CR4209
      *                               PEND DISPOSITION HOLDS A PAPER,   CR4209
      *                               BATCH OR RETRO CLAIM (STATUS H)   CR4209
      *                               ON C_CLM_PEND_TB WITH INFO EXC    CR4209
      *                               3980; DENIES A REAL-TIME CLAIM.   CR4209
      ** CR4211   10/15/26  ACS       MASS ADJUSTMENT MODE - A REBILL   CR4211
      *                               DRIVEN BY THE RETROACTIVE MASS    CR4211
      *                               ADJUSTMENT JOBS (PDDB0026/0027,   CR4211
      *                               C-INPUT-FRM-CD 'M') IS A PAYER-   CR4211
      *                               INITIATED CORRECTION: TIMELY      CR4211
      *                               FILING (S200-075) IS NOT APPLIED  CR4211
      *                               AND A PEND DISPOSITION DENIES.    CR4211
      ** CR4212   10/15/26  ACS       BUSINESS-DAY DEADLINES (SHARED    CR4212
      *                               PDDS9005 ROUTINE) - A TIMELY-     CR4212
      *                               FILING WINDOW (S200-075) ENDING   CR4212
      *                               ON A WEEKEND OR HOLIDAY RUNS TO   CR4212
      *                               THE NEXT BUSINESS DAY, AND THE    CR4212
      *                               PARTIAL-FILL COMPLETION WINDOW    CR4212
      *                               (S938, LIST 7702) ENDS ON A       CR4212
      *                               BUSINESS DAY.                     CR4212
      ** CR4218   10/15/26  ACS       PA REQUEST PEND (S390) NOW STAMPS CR4218
      *                               THE TIME IT PENDED, THE           CR4218
      *                               PRESCRIBER AND THE NDC ON THE     CR4218
      *                               C_PRIOR_AUTH_TB ROW FOR THE PA    CR4218
      *                               UNIT WORK QUEUE (PDDM7596) AND    CR4218
      *                               ITS 24-HOUR TURNAROUND REPORT.    CR4218
      ** CR4223   10/15/26  ACS       BENEFIT INQUIRY MODE - A CLAIM    CR4223
      *                               STAMPED C-INPUT-FRM-CD 'Q' BY THE CR4223
      *                               REAL-TIME BENEFIT CHECK           CR4223
      *                               (PDDC9890) RUNS EVERY EDIT AND    CR4223
      *                               THE PRICING AND COST-SHARING      CR4223
      *                               STEPS BUT WRITES NOTHING: NO      CR4223
      *                               TRANSMISSION LOG, DRUG-SUMMARY,   CR4223
      *                               SPENDDOWN, CAP, ESCROW, DEFER,    CR4223
      *                               EXEMPTION, LESSER-OF, PEND OR     CR4223
      *                               PERF-STAT ROWS, AND NO EMERGENCY  CR4223
      *                               BRIDGE IS GRANTED.                CR4223
      ** CR4224   10/15/26  ACS       SOFTWARE VENDOR CERTIFICATION -   CR4224
      *                               THE HEADER'S SOFTWARE             CR4224
      *                               VENDOR/CERTIFICATION ID AND       CR4224
      *                               VERSION ARE CHECKED AGAINST       CR4224
      *                               R_SOFT_VEND_CERT_TB (S214). A     CR4224
      *                               DECERTIFIED VENDOR/VERSION, OR A  CR4224
      *                               KNOWN VENDOR ON A VERSION IT WAS  CR4224
      *                               NEVER CERTIFIED FOR, IS REJECTED  CR4224
      *                               (EXC 3981) WITH THE REASON IN THE CR4224
      *                               MESSAGE. THE VENDOR, VERSION AND  CR4224
      *                               FINAL HEADER STATUS NOW LAND ON   CR4224
      *                               C_PERF_STAT_TB FOR THE DAILY      CR4224
      *                               VENDOR REJECT-RATE REPORT         CR4224
      *                               (PDDR0087).                       CR4224
      ** CR4225   10/15/26  ACS       DATE OF DEATH - A CLAIM WITH A    CR4225
      *                               DATE OF SERVICE AFTER THE         CR4225
      *                               MEMBER'S DATE OF DEATH            CR4225
      *                               (R_MBR_ELIG_TB, FROM THE          CR4225
      *                               ENROLLMENT FEED) DENIES 3982      CR4225
      *                               (S213); A PRESCRIPTION WRITTEN    CR4225
      *                               AFTER THE PRESCRIBER'S DATE OF    CR4225
      *                               DEATH (C_PRSC_MSTR_TB, FROM THE   CR4225
      *                               MONTHLY DEATH MASTER FILE) DENIES CR4225
      *                               3983 (S215).                      CR4225
      ** CR4227   10/15/26  ACS       PHARMACY CREDENTIALS - A CLAIM    CR4227
      *                               FROM A PHARMACY WHOSE STATE BOARD CR4227
      *                               PERMIT (C_PROV_MSTR_TB, LOADED    CR4227
      *                               FROM THE BOARD FILE BY PDDB0046)  CR4227
      *                               EXPIRED BEFORE THE DATE OF        CR4227
      *                               SERVICE DENIES 3984 (S216); A     CR4227
      *                               CONTROLLED SUBSTANCE FROM A       CR4227
      *                               PHARMACY WHOSE DEA REGISTRATION   CR4227
      *                               HAS LAPSED DENIES 3985 (S963).    CR4227
      ** CR4228   10/15/26  ACS       APPEAL OVERTURN REPROCESSING - A  CR4228
      *                               CLAIM RE-DRIVEN BY PDDB0047       CR4228
      *                               (C-INPUT-FRM-CD 'A') AFTER AN     CR4228
      *                               OVERTURNED APPEAL IS NOT HELD TO  CR4228
      *                               TIMELY FILING (S200-075); THE     CR4228
      *                               OVERTURNED EXCEPTION ALONE IS     CR4228
      *                               BYPASSED BY ITS AUDITED OVERRIDE  CR4228
      *                               (S945) AND A PEND DENIES.         CR4228
000820***************************************************************** 00137000
000830                                                                  00138000
000840 ENVIRONMENT DIVISION.                                            00139000
DF6210     05  WS-000-WHAT-IF-MODE-SW        PIC X(01) VALUE 'N'.        DF6210
DF6210         88  WS-000-WHAT-IF-MODE                 VALUE 'Y'.       DF6210
DF6210         88  WS-000-WHAT-IF-MODE-NOT              VALUE 'N'.      DF6210
CR4223     05  WS-000-BENE-INQ-MODE-SW       PIC X(01) VALUE 'N'.       CR4223
CR4223         88  WS-000-BENE-INQ-MODE                VALUE 'Y'.       CR4223
CR4223         88  WS-000-BENE-INQ-MODE-NOT            VALUE 'N'.       CR4223
           05  WS-000-3113-POSTED-SW         PIC X(01) VALUE SPACES.
               88  WS-000-3113-POSTED-NO               VALUE 'N'.
               88  WS-000-3113-POSTED-YES              VALUE 'Y'.
CR4104     05  WS-938-WNDW-DAYS              PIC S9(4) COMP VALUE +30.  CR4104
CR4104     05  WS-938-PARTL-SVC-INT          PIC S9(9) COMP.            CR4104
CR4104     05  WS-938-CURR-SVC-INT           PIC S9(9) COMP.            CR4104
CR4212     05  WS-938-DUE-INT                PIC S9(9) COMP.            CR4212
CR4104     05  WS-938-TOT-DISP-QTY           PIC S9(10)V9(3) COMP-3     CR4104
CR4104                                                 VALUE +0.        CR4104
01150                                                                   00263000
DF7008                                      OCCURS 6 TIMES.             DF7008
DF7008          10  WK-PDDS9000-SQLWARN     PIC  X(00001)               DF7008
DF7008                                      OCCURS 8 TIMES.             DF7008
CR4212                                                                  CR4212
CR4212*  CALL PARAMETERS FOR THE SHARED BUSINESS-DAY ROUTINE            CR4212
CR4212*  (PDDS9005) - TIMELY-FILING AND PARTIAL-FILL DEADLINES.         CR4212
CR4212     COPY WKC90050.                                               CR4212
002400     EXEC SQL                                                     00306000
002410          INCLUDE GSLDTLTB                                        00307000
002420     END-EXEC.                                                    00308000
CR4198 EXEC SQL                                                         CR4198
CR4198      INCLUDE CLSITFTB                                            CR4198
CR4198 END-EXEC.                                                        CR4198
CR4201 EXEC SQL                                                         CR4201
CR4201      INCLUDE CLDRRSTB                                            CR4201
CR4201 END-EXEC.                                                        CR4201
CR4202 EXEC SQL                                                         CR4202
CR4202      INCLUDE CLLSOFTB                                            CR4202
CR4202 END-EXEC.                                                        CR4202
CR4203 EXEC SQL                                                         CR4203
CR4203      INCLUDE CLSMACTB                                            CR4203
CR4203 END-EXEC.                                                        CR4203
CR4204 EXEC SQL                                                         CR4204
CR4204      INCLUDE CLLDDPTB                                            CR4204
CR4204 END-EXEC.                                                        CR4204
CR4206 EXEC SQL                                                         CR4206
CR4206      INCLUDE CLPRPYTB                                            CR4206
CR4206 END-EXEC.                                                        CR4206
CR4207 EXEC SQL                                                         CR4207
CR4207      INCLUDE BHHCAPTB                                            CR4207
CR4207 END-EXEC.                                                        CR4207
CR4207 EXEC SQL                                                         CR4207
CR4207      INCLUDE BHHAPPTB                                            CR4207
CR4207 END-EXEC.                                                        CR4207
CR4209 EXEC SQL                                                         CR4209
CR4209      INCLUDE CLPENDTB                                            CR4209
CR4209 END-EXEC.                                                        CR4209
CR4209 EXEC SQL                                                         CR4209
CR4209      INCLUDE CLPNDXTB                                            CR4209
CR4209 END-EXEC.                                                        CR4209
CR4224 EXEC SQL                                                         CR4224
CR4224      INCLUDE CLSVCRTB                                            CR4224
CR4224 END-EXEC.                                                        CR4224
CR4101                                                                  CR4101
CR4101     EXEC SQL BEGIN DECLARE SECTION END-EXEC.                     CR4101
CR4101 01  WH-935-PRODUR-HOST-VARS.                                     CR4101
CR4197 01  WH-953-SPND-HOST-VARS.                                       CR4197
CR4197     05  WH-953-MONTH-ID              PIC X(7).                   CR4197
CR4197     05  WH-953-SVC-DT                PIC X(10).                  CR4197
CR4200 01  WH-955-RX-VALID-HOST-VARS.                                   CR4200
CR4200     05  WH-955-DEA-KEY-TX            PIC X(15).                  CR4200
CR4200     05  WH-955-MAX-DAYS-TX           PIC X(15).                  CR4200
CR4201 01  WH-956-RSTR-HOST-VARS.                                       CR4201
CR4201     05  WH-956-GCN-NUM               PIC S9(9) COMP.             CR4201
CR4201     05  WH-956-SVC-FST-DT            PIC X(10).                  CR4201
CR4201     05  WH-956-DOB-DT                PIC X(10).                  CR4201
CR4203 01  WH-958-SMAC-HOST-VARS.                                       CR4203
CR4203     05  WH-958-GCN-NUM               PIC S9(9) COMP.             CR4203
CR4203     05  WH-958-SVC-FST-DT            PIC X(10).                  CR4203
CR4204 01  WH-959-LDD-HOST-VARS.                                        CR4204
CR4204     05  WH-959-GCN-NUM               PIC S9(9) COMP.             CR4204
CR4204     05  WH-959-SVC-FST-DT            PIC X(10).                  CR4204
CR4204     05  WH-959-PROV-ID               PIC X(15).                  CR4204
CR4204     05  WH-959-AUTH-CNT              PIC S9(9) COMP.             CR4204
CR4205 01  WH-960-QLMT-HOST-VARS.                                       CR4205
CR4205     05  WH-960-GCN-TX                PIC X(15).                  CR4205
CR4205     05  WH-960-LMT-QTY-TX            PIC X(15).                  CR4205
CR4205     05  WH-960-WNDW-TX               PIC X(15).                  CR4205
CR4205     05  WH-960-SVC-FST-DT            PIC X(10).                  CR4205
CR4205     05  WH-960-WNDW-BEG-DT           PIC X(10).                  CR4205
CR4205     05  WH-960-PRIOR-QTY             PIC S9(8)V9(3) COMP-3.      CR4205
CR4206 01  WH-216-PAYTO-HOST-VARS.                                      CR4206
CR4206     05  WH-216-SVC-FST-DT            PIC X(10).                  CR4206
CR4206     05  WH-216-PAY-TO-ID             PIC X(15).                  CR4206
CR4206     05  WH-216-REL-CNT               PIC S9(9) COMP.             CR4206
CR4206     05  WH-216-MATCH-CNT             PIC S9(9) COMP.             CR4206
CR4207 01  WH-961-HHLD-HOST-VARS.                                       CR4207
CR4207     05  WH-961-QTR-ID                PIC X(7).                   CR4207
CR4207     05  WH-961-SVC-DT                PIC X(10).                  CR4207
CR4209 01  WH-962-PEND-HOST-VARS.                                       CR4209
CR4209     05  WH-962-PEND-CNT              PIC S9(9) COMP.             CR4209
CR4224 01  WH-214-SOFT-VEND-HOST-VARS.                                  CR4224
CR4224     05  WH-214-VEND-ROW-CNT          PIC S9(9) COMP.             CR4224
CR4227 01  WH-963-DEA-HOST-VARS.                                        CR4227
CR4227     05  WH-963-PROV-ID               PIC X(15).                  CR4227
CR4227     05  WH-963-DEA-EXP-DT            PIC X(10).                  CR4227
CR4101 EXEC SQL END DECLARE SECTION END-EXEC.                           CR4101
CR4162 01  WW-942-ORIG-TCN-DSP     PIC 9(17) VALUE ZEROES.              CR4162
CR4185 01  WS-937-EMERG-WORK.                                           CR4185
DF7011         88  WS-953-DUP-FILL              VALUE 'Y'.              DF7011
DF7011     05  WS-953-3966-CNT         PIC S9(4) COMP VALUE +0.         DF7011
DF7011     05  WS-953-OTHER-CNT        PIC S9(4) COMP VALUE +0.         DF7011
CR4200 01  WS-955-RX-VALID-WORK.                                        CR4200
CR4200     05  WS-955-DEA-CD           PIC X(01) VALUE SPACES.          CR4200
CR4200         88  WS-955-SCHED-2               VALUE '2'.              CR4200
CR4200         88  WS-955-SCHED-3-5             VALUE '3' '4' '5'.      CR4200
CR4200     05  WS-955-LI-SUB           PIC S9(4) COMP VALUE +0.         CR4200
CR4200     05  WS-955-LI-CNT           PIC S9(4) COMP VALUE +0.         CR4200
CR4200     05  WS-955-MAX-DAYS         PIC S9(5) COMP-3 VALUE +0.       CR4200
CR4200     05  WS-955-AGE-DAYS         PIC S9(9) COMP VALUE +0.         CR4200
CR4200     05  WS-955-FILL-NUM         PIC S9(4) COMP VALUE +0.         CR4200
CR4200     05  WS-955-AUTH-NUM         PIC S9(4) COMP VALUE +0.         CR4200
CR4200     05  WS-955-WRTN-DT-9.                                        CR4200
CR4200         10  WS-955-WRTN-CCYY-9  PIC 9(04).                       CR4200
CR4200         10  WS-955-WRTN-MM-9    PIC 9(02).                       CR4200
CR4200         10  WS-955-WRTN-DD-9    PIC 9(02).                       CR4200
CR4200     05  WS-955-WRTN-DT-99 REDEFINES                              CR4200
CR4200         WS-955-WRTN-DT-9        PIC 9(08).                       CR4200
CR4201 01  WS-956-RSTR-WORK.                                            CR4201
CR4201     05  WS-956-AGE-SW           PIC X(01) VALUE 'N'.             CR4201
CR4201         88  WS-956-AGE-KNOWN             VALUE 'Y'.              CR4201
CR4201     05  WS-956-AGE-YRS          PIC S9(4) COMP VALUE +0.         CR4201
CR4201     05  WS-956-GENDER-CD        PIC X(01) VALUE SPACES.          CR4201
CR4202 01  WS-957-LSR-OF-WORK.                                          CR4202
CR4202     05  WS-957-ALLOW-AMT        PIC S9(9)V99 COMP-3 VALUE +0.    CR4202
CR4202     05  WS-957-UAC-AMT          PIC S9(7)V99 COMP-3 VALUE +0.    CR4202
CR4202     05  WS-957-GROSS-AMT        PIC S9(7)V99 COMP-3 VALUE +0.    CR4202
CR4202     05  WS-957-ING-AMT          PIC S9(7)V99 COMP-3 VALUE +0.    CR4202
CR4202     05  WS-957-LOW-AMT          PIC S9(9)V99 COMP-3 VALUE +0.    CR4202
CR4202     05  WS-957-SAVED-AMT        PIC S9(9)V99 COMP-3 VALUE +0.    CR4202
CR4205 01  WS-960-QLMT-WORK.                                            CR4205
CR4205     05  WS-960-QLMT-EOF-SW      PIC X(01) VALUE 'N'.             CR4205
CR4205         88  WS-960-END-O-QLMT-DATA       VALUE 'Y'.              CR4205
CR4205     05  WS-960-BREACH-SW        PIC X(01) VALUE 'N'.             CR4205
CR4205         88  WS-960-LIMIT-BREACHED        VALUE 'Y'.              CR4205
CR4205     05  WS-960-SUM-SW           PIC X(01) VALUE 'N'.             CR4205
CR4205         88  WS-960-SUM-BEFORE-WNDW       VALUE 'Y'.              CR4205
CR4205     05  WS-960-WNDW-DAYS        PIC S9(4) COMP VALUE +30.        CR4205
CR4205     05  WS-960-LMT-QTY          PIC S9(8)V9(3) COMP-3 VALUE +0.  CR4205
CR4205     05  WS-960-REMAIN-QTY       PIC S9(8)V9(3) COMP-3 VALUE +0.  CR4205
CR4205     05  WS-960-REMAIN-DSP       PIC ZZZZZZ9.999.                 CR4205
CR4207 01  WS-961-HHLD-WORK.                                            CR4207
CR4207     05  WS-961-SVC-MM           PIC 9(02) VALUE ZEROES.          CR4207
CR4207     05  WS-961-QTR-NUM          PIC 9(01) VALUE ZEROES.          CR4207
CR4207     05  WS-961-PAT-AMT          PIC S9(9)V99 COMP-3 VALUE +0.    CR4207
CR4207     05  WS-961-REMAIN-AMT       PIC S9(9)V99 COMP-3 VALUE +0.    CR4207
CR4207     05  WS-961-COUNT-AMT        PIC S9(9)V99 COMP-3 VALUE +0.    CR4207
CR4207     05  WS-961-WAIVE-AMT        PIC S9(9)V99 COMP-3 VALUE +0.    CR4207
CR4207     05  WS-961-NEW-QTR-SW       PIC X(01) VALUE 'N'.             CR4207
CR4207         88  WS-961-NEW-QTR               VALUE 'Y'.              CR4207
CR4207     05  WS-961-DUP-SW           PIC X(01) VALUE 'N'.             CR4207
CR4207         88  WS-961-DUP-FILL              VALUE 'Y'.              CR4207
CR4209 01  WS-962-PEND-WORK.                                            CR4209
CR4209     05  WS-962-EXC-SUB          PIC S9(4) COMP VALUE +0.         CR4209
CR4209     05  WS-962-PEND-CNT         PIC S9(4) COMP VALUE +0.         CR4209
CR4209     05  WS-962-HELD-STAT-CD     PIC X(01) VALUE 'H'.             CR4209
CR4209     05  WS-962-INPUT-FRM-CD     PIC X(01) VALUE SPACE.           CR4209
CR4209         88  WS-962-NOT-REAL-TIME         VALUE 'P' 'B' 'R'.      CR4209
CR4209     05  WS-962-EXC-STAT-CD      PIC X(01) VALUE SPACE.           CR4209
CR4209         88  WS-962-EXC-PENDS             VALUE 'P'.              CR4209
CR4209         88  WS-962-EXC-DENIES            VALUE 'R' '1' '2'       CR4209
CR4209                                                '3' '4'.          CR4209
CR4209     05  WS-962-DENY-SW          PIC X(01) VALUE 'N'.             CR4209
CR4209         88  WS-962-CLM-DENIES            VALUE 'Y'.              CR4209

           EXEC SQL                                                     CR12914
             DECLARE PHARM_SCHEDULE_II_MEM CURSOR FOR                   CR12914
CR4164            AND G_LIST_NUM       = '7518'                         CR4164
CR4164            AND G_LIST_STRT_LMT  = :WH-944-GCN-TX                 CR4164
CR4164     END-EXEC.                                                    CR4164
CR4205***************************************************************** CR4205
CR4205*  QUANTITY-LIMIT LIST CURSOR - EVERY 7528 ROW FOR THE GCN:     * CR4205
CR4205*  MAXIMUM QUANTITY IN THE END LIMIT, WINDOW DAYS IN THE        * CR4205
CR4205*  DETAIL TEXT.  DRIVEN BY S960-000-QTY-LIMIT.                  * CR4205
CR4205***************************************************************** CR4205
CR4205     EXEC SQL                                                     CR4205
CR4205       DECLARE QTY_LIMIT_LST CURSOR FOR                           CR4205
CR4205         SELECT  G_LIST_END_LMT                                   CR4205
CR4205                ,G_LIST_DTL_TX                                    CR4205
CR4205           FROM  G_LIST_DTL_TB                                    CR4205
CR4205          WHERE G_LIST_SUBSYS_CD = 'C'                            CR4205
CR4205            AND G_LIST_NUM       = '7528'                         CR4205
CR4205            AND G_LIST_STRT_LMT  = :WH-960-GCN-TX                 CR4205
CR4205     END-EXEC.                                                    CR4205

002500 LINKAGE SECTION.                                                 00319000
002510 01  DFHCOMMAREA                 PIC X(01).                       00320000
DF6210     IF WW-030-WHATIF-PROC-CNTL                                   DF6210
DF6210        SET WS-000-WHAT-IF-MODE TO TRUE                           DF6210
DF6210     END-IF.                                                      DF6210
CR4223*---------------------------------------------------------------  CR4223
CR4223*    BENEFIT INQUIRY - THE REAL-TIME BENEFIT CHECK (PDDC9890)     CR4223
CR4223*    WANTS THE ANSWER A CLAIM WOULD GET WITHOUT THE CLAIM: EVERY  CR4223
CR4223*    EDIT, PRICING AND COST-SHARING STEP RUNS, BUT NOTHING THIS   CR4223
CR4223*    MODULE WRITES IS WRITTEN AND NO EMERGENCY BRIDGE IS GRANTED. CR4223
CR4223*---------------------------------------------------------------  CR4223
CR4223     IF W1C40541-C-INPUT-FRM-CD = 'Q'                             CR4223
CR4223        SET WS-000-BENE-INQ-MODE     TO TRUE                      CR4223
CR4223     ELSE                                                         CR4223
CR4223        SET WS-000-BENE-INQ-MODE-NOT TO TRUE                      CR4223
CR4223     END-IF.                                                      CR4223
003680                                                                  00438000
CR4131     PERFORM S931-100-TIME-NOW.                                   CR4131
CR4131     MOVE WT-931-NOW-ABS TO WT-931-SECT-ABS.                      CR4131
CR4105*    WE ALREADY ADJUDICATED IS ANSWERED FROM THE STORED RESPONSE  CR4105
CR4105*    INSTEAD OF BURNING A SECOND PASS THROUGH EVERY EDIT.         CR4105
CR4105*--------------------------------------------------------------- CR4105
CR4223*    AN INQUIRY IS NEVER A RETRANSMISSION AND IS NOT LOGGED.      CR4223
CR4223     IF WS-000-BENE-INQ-MODE-NOT                                  CR4223
CR4223         PERFORM S205-000-CHECK-DUP-TXMIT                         CR4223
CR4223     END-IF.                                                      CR4223
CR4105     IF W1C56941-G-DUP-TXMIT-IND = 'Y'                            CR4105
CR4105         GO TO S200-999-EXIT                                      CR4105
CR4105     END-IF.                                                      CR4105
CR4112     IF WW-000-FATAL-ERROR                                        CR4112
CR4112         GO TO S200-999-EXIT                                      CR4112
CR4112     END-IF.                                                      CR4112
CR4225*    A MEMBER WHO DIED BEFORE THE DATE OF SERVICE IS DENIED       CR4225
CR4225*    THE DAY THE FEED CARRIES THE DEATH, NOT WHEN THE STATE       CR4225
CR4225*    FINALLY TERMS THE SPAN.                                      CR4225
CR4225     PERFORM S213-000-CHECK-MBR-DEATH.                            CR4225
CR4225     IF WW-000-FATAL-ERROR                                        CR4225
CR4225         GO TO S200-999-EXIT                                      CR4225
CR4225     END-IF.                                                      CR4225
CR4112                                                                  CR4112
CR4130*--------------------------------------------------------------- CR4130
CR4130*    RESTRICTED-RECIPIENT LOCK-IN - A MEMBER ASSIGNED TO A       CR4130
                 SET WS-000-EC-IN-PRCS-NOT-FATAL TO TRUE                COR3013
004370     END-IF.                                                      PMLS220
004380*
CR4224*    SOFTWARE VENDOR CERTIFICATION - A DECERTIFIED VENDOR, OR A   CR4224
CR4224*    KNOWN VENDOR ON A VERSION IT IS NOT CERTIFIED FOR, IS        CR4224
CR4224*    REJECTED BEFORE ITS SEGMENTS ARE EDITED.                     CR4224
CR4224     IF WW-000-NO-FATAL-ERROR                                     CR4224
CR4224         PERFORM S214-000-CHECK-SOFT-VEND                         CR4224
CR4224     END-IF.                                                      CR4224

           IF W1C66791-C-NCP-POS-TRAN-CD = WV-C8869-C-RX-REVERSAL-51-D0 COR3013
             IF W1C66791-C-NCP-TRAN-CNT-NUM NUMERIC AND                 COR3013
DF7002*  FALLS OUTSIDE THE WINDOW IS FATALLY REJECTED.                * DF7002
DF7002***************************************************************** DF7002
DF7002 S200-075-CHECK-TIMELY-FILING.                                    DF7002
CR4211*    A MASS ADJUSTMENT ('M') IS THE PLAN CORRECTING ITS OWN       CR4211
CR4211*    PAYMENT, NOT A LATE SUBMISSION - THE WINDOW DOES NOT APPLY.  CR4211
CR4228*    NOR TO AN OVERTURNED APPEAL'S RE-DRIVE ('A') - THE CLAIM     CR4228
CR4228*    WAS FILED ON TIME; THE PLAN IS CORRECTING ITS OWN DENIAL.    CR4228
DF7002     IF WK-030-PARM3201-START-DATE = '0000-00-00'                 DF7002
DF7002        OR WK-030-PARM3201-END-DATE = '0000-00-00'                DF7002
CR4211        OR W1C40541-C-INPUT-FRM-CD = 'M'                          CR4211
CR4228        OR W1C40541-C-INPUT-FRM-CD = 'A'                          CR4228
DF7002         CONTINUE                                                 DF7002
DF7002     ELSE                                                         DF7002
DF7002         MOVE WK-030-PARM3201-START-DATE (1:4)                    DF7002
DF7002                                TO WW-010-PARM3201-END-MM-9       DF7002
DF7002         MOVE WK-030-PARM3201-END-DATE (9:2)                      DF7002
DF7002                                TO WW-010-PARM3201-END-DD-9       DF7002
CR4212*        A WINDOW ENDING ON A WEEKEND OR HOLIDAY RUNS TO THE      CR4212
CR4212*        NEXT BUSINESS DAY (RULE TIMELY-FILE, LIST 7534).  NO     CR4212
CR4212*        CALENDAR, NO EXTENSION - THE CONFIGURED END STANDS.      CR4212
CR4212         SET WK-9005-DUE-BY-RULE  TO TRUE                         CR4212
CR4212         MOVE WK-030-PARM3201-END-DATE TO WK-9005-FROM-DT         CR4212
CR4212         MOVE ZERO                TO WK-9005-DAY-CNT              CR4212
CR4212         MOVE 'TIMELY-FILE'       TO WK-9005-RULE-ID              CR4212
CR4212         MOVE 'C'                 TO WK-9005-DFLT-BASIS-CD        CR4212
CR4212         CALL 'PDDS9005' USING WK-9005-CALL-PARMS                 CR4212
CR4212         IF WK-9005-OK                                            CR4212
CR4212             MOVE WK-9005-RESULT-DT (1:4)                         CR4212
CR4212                                TO WW-010-PARM3201-END-CCYY-9     CR4212
CR4212             MOVE WK-9005-RESULT-DT (6:2)                         CR4212
CR4212                                TO WW-010-PARM3201-END-MM-9       CR4212
CR4212             MOVE WK-9005-RESULT-DT (9:2)                         CR4212
CR4212                                TO WW-010-PARM3201-END-DD-9       CR4212
CR4212         END-IF                                                   CR4212
DF7002         MOVE W1C40541-C-HDR-SVC-FST-DT (1:4)                     DF7002
DF7002                                TO WW-010-SVC-CCYY-9              DF7002
DF7002         MOVE W1C40541-C-HDR-SVC-FST-DT (6:2)                     DF7002
DF7003     EXEC SQL                                                     DF7003
DF7003        SELECT  C_PRSC_STAT_CD,                                   DF7003
DF7003                C_PRSC_BEG_DT,                                    DF7003
CR4225                C_PRSC_END_DT,                                    CR4225
CR4225                NVL(C_PRSC_DOD_DT, ' ')                           CR4225
DF7003         INTO  :CLPRSMTB-C-PRSC-STAT-CD,                          DF7003
DF7003               :CLPRSMTB-C-PRSC-BEG-DT,                           DF7003
CR4225               :CLPRSMTB-C-PRSC-END-DT,                           CR4225
CR4225               :CLPRSMTB-C-PRSC-DOD-DT                            CR4225
DF7003         FROM   C_PRSC_MSTR_TB                                    DF7003
DF7003        WHERE   C_PRSC_ID_CD  = :CLPRSMTB-C-PRSC-ID-CD             DF7003
DF7003          AND   C_PRSC_ID     = :CLPRSMTB-C-PRSC-ID                DF7003
DF7003           SET WW-000-FATAL-ERROR  TO TRUE                        DF7003
DF7003           MOVE WV-C1020-C-DENIED  TO W1C40541-C-HDR-STAT-CD      DF7003
DF7003           SET WS-000-EC-IN-PRCS-NOT-FATAL TO TRUE                DF7003
CR4225       ELSE                                                       CR4225
CR4225           PERFORM S215-030-CHECK-PRSC-DEATH                      CR4225
CR4225               THRU S215-030-999-EXIT                             CR4225
DF7003       END-IF                                                     DF7003
DF7003     END-IF.                                                      DF7003
DF7003 S215-020-999-EXIT.                                                DF7003
DF7003     EXIT.                                                        DF7003
CR4225*                                                                *CR4225
CR4225***************************************************************** CR4225
CR4225*  S215-030-CHECK-PRSC-DEATH - THE PRESCRIBER IS ACTIVE ON THE   *CR4225
CR4225*  MASTER FILE.  A PRESCRIPTION WRITTEN AFTER THE PRESCRIBER'S   *CR4225
CR4225*  DATE OF DEATH (MONTHLY DEATH MASTER FILE) IS DENIED.  NO DATE *CR4225
CR4225*  WRITTEN ON THE CLAIM, NOTHING TO COMPARE.                     *CR4225
CR4225***************************************************************** CR4225
CR4225 S215-030-CHECK-PRSC-DEATH.                                       CR4225
CR4225     IF CLPRSMTB-C-PRSC-DOD-DT NOT > SPACES                       CR4225
CR4225         GO TO S215-030-999-EXIT                                  CR4225
CR4225     END-IF.                                                      CR4225
CR4225     IF W1C66791-C-NCP-PRESCR-DT-X                                CR4225
CR4225           (W1C66791-C-NCPDP-CNSLDTD-RX-X) = HIGH-VALUES          CR4225
CR4225      OR W1C66791-C-NCP-PRESCR-DT                                 CR4225
CR4225           (W1C66791-C-NCPDP-CNSLDTD-RX-X) NOT NUMERIC            CR4225
CR4225      OR W1C66791-C-NCP-PRESCR-DT                                 CR4225
CR4225           (W1C66791-C-NCPDP-CNSLDTD-RX-X) NOT > ZEROES           CR4225
CR4225         GO TO S215-030-999-EXIT                                  CR4225
CR4225     END-IF.                                                      CR4225
CR4225     MOVE W1C66791-C-NCP-PRESCR-DT                                CR4225
CR4225            (W1C66791-C-NCPDP-CNSLDTD-RX-X)                       CR4225
CR4225                                 TO WW-010-DATE.                  CR4225
CR4225     MOVE WW-010-CCYY            TO WW-010-CCYY-F.                CR4225
CR4225     MOVE WW-010-MM              TO WW-010-MM-F.                  CR4225
CR4225     MOVE WW-010-DD              TO WW-010-DD-F.                  CR4225
CR4225     IF WW-010-DATE-FORMATTED NOT > CLPRSMTB-C-PRSC-DOD-DT        CR4225
CR4225         GO TO S215-030-999-EXIT                                  CR4225
CR4225     END-IF.                                                      CR4225
CR4225**   WRITTEN AFTER THE PRESCRIBER'S DEATH - EXCP 3983 ************CR4225
CR4225     MOVE SPACES TO WL-807-DUR-MESSAGE.                           CR4225
CR4225     STRING 'PRESCRIBER DECEASED '                                CR4225
CR4225            CLPRSMTB-C-PRSC-DOD-DT                                CR4225
CR4225         DELIMITED BY SIZE INTO WL-807-DUR-MESSAGE.               CR4225
CR4225     MOVE WV-R1737-C-PRSC-DECEASED TO WW-600-CLM-EXC-CD.          CR4225
CR4225     MOVE ZEROES                   TO WW-600-CLM-EXC-LI.          CR4225
CR4225     SET WS-000-EC-IN-PRCS-IS-FATAL TO TRUE.                      CR4225
CR4225     PERFORM S600C1-000-POST-EXCEPTION.                           CR4225
CR4225     SET WW-000-FATAL-ERROR  TO TRUE.                             CR4225
CR4225     MOVE WV-C1020-C-DENIED  TO W1C40541-C-HDR-STAT-CD.           CR4225
CR4225     SET WS-000-EC-IN-PRCS-NOT-FATAL TO TRUE.                     CR4225
CR4225 S215-030-999-EXIT.                                               CR4225
CR4225     EXIT.                                                        CR4225
DF7003 S215-999-EXIT.                                                    DF7003
DF7003     EXIT.                                                        DF7003
006660 S220-000-SEARCH-LIST SECTION.                                    00787000
CR4193*    PAID ALONGSIDE THE DRUG COST.                                CR4193
CR4193     PERFORM S950-000-VACCINE-CLAIM.                              CR4193
CR4193*                                                                 CR4193
CR4200*---------------------------------------------------------------  CR4200
CR4200*    PRESCRIPTION VALIDITY - AGE OF THE PRESCRIPTION BY DEA       CR4200
CR4200*    SCHEDULE (LIST 7527), FILL NUMBER AGAINST THE REFILLS THE    CR4200
CR4200*    PRESCRIBER AUTHORIZED, AND NO REFILLS ON SCHEDULE II.        CR4200
CR4200*    RUNS AFTER THE LINE FORMATTING SO THE DEA CODES ARE ON       CR4200
CR4200*    THE CLAIM.                                                   CR4200
CR4200     PERFORM S955-000-RX-VALIDITY.                                CR4200
CR4200*                                                                 CR4200
CR4227*---------------------------------------------------------------  CR4227
CR4227*    PHARMACY DEA REGISTRATION - A CONTROLLED SUBSTANCE (THE      CR4227
CR4227*    SCHEDULE S955 HAS JUST WORKED OUT) FROM A PHARMACY WHOSE     CR4227
CR4227*    DEA REGISTRATION LAPSED BEFORE THE DATE OF SERVICE.          CR4227
CR4227     PERFORM S963-000-PHRM-DEA.                                   CR4227
CR4227*                                                                 CR4227
CR4201*---------------------------------------------------------------  CR4201
CR4201*    DRUG DEMOGRAPHIC RESTRICTIONS - MEMBER AGE, GENDER AND       CR4201
CR4201*    PREGNANCY AGAINST THE GCN'S R_DRUG_RSTR_TB ROW.              CR4201
CR4201     PERFORM S956-000-DEMOG-RSTR.                                 CR4201
CR4201*                                                                 CR4201
CR4203*---------------------------------------------------------------  CR4203
CR4203*    IN-HOUSE STATE MAC - LOAD THE GCN'S R_STATE_MAC_TB PRICE     CR4203
CR4203*    INTO THE WL-807 COMMAREA SO PRICING USES IT AHEAD OF THE     CR4203
CR4203*    VENDOR MAC.                                                  CR4203
CR4203     PERFORM S958-000-STATE-MAC.                                  CR4203
CR4203*                                                                 CR4203
CR4204*---------------------------------------------------------------  CR4204
CR4204*    LIMITED-DISTRIBUTION DRUGS - A GCN ON R_LDD_PHRM_TB MAY      CR4204
CR4204*    ONLY BE DISPENSED BY THE PHARMACIES (OR NETWORKS) LISTED     CR4204
CR4204*    FOR IT.                                                      CR4204
CR4204     PERFORM S959-000-LDD-PHARMACY.                               CR4204
CR4204*                                                                 CR4204
CR4205*---------------------------------------------------------------  CR4205
CR4205*    CUMULATIVE QUANTITY LIMITS - THE MEMBER'S PAID QUANTITY OF   CR4205
CR4205*    THE GCN IN EACH LIST 7528 WINDOW PLUS THIS CLAIM.            CR4205
CR4205     PERFORM S960-000-QTY-LIMIT.                                  CR4205
CR4205*                                                                 CR4205
CR4110*--------------------------------------------------------------- CR4110
CR4110*    SINGLE-ENTITY CLAIMS - VALIDATE THE SUBMITTED NDC AGAINST   CR4110
CR4110*    THE DRUG MASTER (COMPOUND INGREDIENTS ARE VALIDATED LINE    CR4110
CR4104         MOVE WW-010-DD              TO WW-010-DD-F               CR4104
CR4104         MOVE WW-010-DATE-FORMATTED  TO W1C40541-C-ASOC-RX-SVC-DT CR4104
CR4104     END-IF.                                                      CR4104
CR4200*    DATE WRITTEN - CARRIED ONTO THE CLAIM FOR THE PRESCRIPTION-  CR4200
CR4200*    VALIDITY EDIT (S955) AND THE HELP-DESK CLAIM TRACE SCREEN.   CR4200
CR4200     MOVE SPACES TO W1C40541-C-DRUG-PRESCR-DT.                    CR4200
CR4200     IF W1C66791-C-NCP-PRESCR-DT-X                                CR4200
CR4200           (W1C66791-C-NCPDP-CNSLDTD-RX-X) NOT = HIGH-VALUES      CR4200
CR4200      AND W1C66791-C-NCP-PRESCR-DT                                CR4200
CR4200           (W1C66791-C-NCPDP-CNSLDTD-RX-X) NUMERIC                CR4200
CR4200      AND W1C66791-C-NCP-PRESCR-DT                                CR4200
CR4200           (W1C66791-C-NCPDP-CNSLDTD-RX-X) > ZEROES               CR4200
CR4200         MOVE W1C66791-C-NCP-PRESCR-DT                            CR4200
CR4200                (W1C66791-C-NCPDP-CNSLDTD-RX-X)                   CR4200
CR4200                                     TO WW-010-DATE               CR4200
CR4200         MOVE WW-010-CCYY            TO WW-010-CCYY-F             CR4200
CR4200         MOVE WW-010-MM              TO WW-010-MM-F               CR4200
CR4200         MOVE WW-010-DD              TO WW-010-DD-F               CR4200
CR4200         MOVE WW-010-DATE-FORMATTED  TO W1C40541-C-DRUG-PRESCR-DT CR4200
CR4200     END-IF.                                                      CR4200
CR4200                                                                  CR4200
CR4104                                                                  CR4104
CR4104*    A COMPLETION FILL IS VERIFIED AGAINST ITS PARTIAL.           CR4104
CR4104     IF W1C40541-C-DISP-STATUS-CD = 'C'                           CR4104
DF6210        MOVE WV-C4200-C-IGNORE                                    DF6210
DF6210          TO RCEDS2TB-R-CLM-EXC-DISP-CD                           DF6210
DF6210     END-IF.                                                      DF6210
CR4209*---------------------------------------------------------------  CR4209
CR4209*    CLINICAL REVIEW PEND - ONLY A CLAIM THAT DOES NOT NEED A     CR4209
CR4209*    REAL-TIME ANSWER (PAPER 'P', BATCH FILE INTAKE 'B' OR RETRO  CR4209
CR4209*    RE-ADJUDICATION 'R' ON C-INPUT-FRM-CD) CAN BE HELD FOR A     CR4209
CR4209*    PHARMACIST.  ON A POINT-OF-SALE CLAIM A PEND DISPOSITION     CR4209
CR4209*    DENIES.                                                      CR4209
CR4209*---------------------------------------------------------------  CR4209
CR4209     IF RCEDS2TB-R-CLM-EXC-DISP-CD = WV-R0156-C-PEND              CR4209
CR4209        AND W1C40541-C-INPUT-FRM-CD NOT = 'P'                     CR4209
CR4209        AND W1C40541-C-INPUT-FRM-CD NOT = 'B'                     CR4209
CR4209        AND W1C40541-C-INPUT-FRM-CD NOT = 'R'                     CR4209
CR4209        MOVE WV-C4200-C-DENY TO RCEDS2TB-R-CLM-EXC-DISP-CD        CR4209
CR4209     END-IF.                                                      CR4209
CR4211*    A MASS ADJUSTMENT REBILL ('M') IS NOT HELD EITHER - THE      CR4211
CR4211*    PEND DENIES IT AND THE RELEASE REVERSES THE ORIGINAL.        CR4211
CR4228*    NOR IS AN APPEAL RE-DRIVE ('A') - IT PAYS OR DENIES TONIGHT. CR4228
002840     EVALUATE TRUE
002850
002860       WHEN W1C40541-C-CNT-EXC-NUM LESS THAN WW-600-MAX-EXC
CR4167*    CANDIDATE - REFRESH THE MEMBER/GCN SUMMARY ROW THE           CR4167
CR4167*    HISTORY EDITS READ.                                          CR4167
CR4167     IF NOT WW-000-FATAL-ERROR                                    CR4167
CR4223      AND WS-000-BENE-INQ-MODE-NOT                                CR4223
CR4167      AND WS-000-COMPOUND-NO                                      CR4167
CR4167      AND (W1C66791-C-NCP-POS-TRAN-CD =                           CR4167
CR4167                           WV-C8869-C-RX-BILLING-51-D0            CR4167
CR4167             THRU S947-200-999-EXIT                               CR4167
CR4167     END-IF.                                                      CR4167
CR4167*                                                                 CR4167
CR4202*---------------------------------------------------------------  CR4202
CR4202*    LESSER-OF - A PAYABLE DRUG BILLING PAYS THE LOWEST OF OUR    CR4202
CR4202*    ALLOWED AMOUNT, THE SUBMITTED U AND C AND THE GROSS AMOUNT   CR4202
CR4202*    DUE.  AHEAD OF THE ESCROW AND COST-SHARING STEPS SO THEY     CR4202
CR4202*    SEE THE FINAL PAID AND PATIENT-PAY AMOUNTS.                  CR4202
CR4202     IF NOT WW-000-FATAL-ERROR                                    CR4202
CR4202      AND W1C56941-G-DUP-TXMIT-IND NOT = 'Y'                      CR4202
CR4202      AND (W1C66791-C-NCP-POS-TRAN-CD =                           CR4202
CR4202                           WV-C8869-C-RX-BILLING-51-D0            CR4202
CR4202        OR W1C66791-C-NCP-POS-TRAN-CD = WV-C8869-C-RX-1-BILLING   CR4202
CR4202        OR W1C66791-C-NCP-POS-TRAN-CD =                           CR4202
CR4202                           WV-C8869-C-RX-RE-BILL-51-D0            CR4202
CR4202        OR W1C66791-C-NCP-POS-TRAN-CD =                           CR4202
CR4202                           WV-C8869-C-RX-1-RE-BILLING)            CR4202
CR4202         PERFORM S957-000-LESSER-OF                               CR4202
CR4202             THRU S957-999-EXIT                                   CR4202
CR4202     END-IF.                                                      CR4202
CR4202*                                                                 CR4202
CR4182*---------------------------------------------------------------  CR4182
CR4182*    DEGRADED MODE - THE CLAIM WENT THROUGH WITH THE ADVISORY     CR4182
CR4182*    EDITS SKIPPED: QUEUE IT FOR POST-REVIEW AND SAY SO ON THE    CR4182
CR4182*    RESPONSE (INFORMATIONAL EXC 3968).                           CR4182
CR4182     IF WS-000-DEGRADED-MODE                                      CR4182
CR4223      AND WS-000-BENE-INQ-MODE-NOT                                CR4223
CR4182      AND NOT WW-000-FATAL-ERROR                                  CR4182
DF7013*     ONLY BILLINGS/REBILLS SKIPPED EDITS - A REVERSAL OR         DF7013
DF7013*     E1 HAS NOTHING TO POST-REVIEW.                              DF7013
CR4195*    PAY-HOLD - THE PHARMACY IS UNDER A PAYMENT SUSPENSION:       CR4195
CR4195*    ESCROW THE PAID CLAIM SO THE PAYMENT CYCLE WITHHOLDS IT.     CR4195
CR4195     IF WS-216-PAY-HOLD                                           CR4195
CR4223      AND WS-000-BENE-INQ-MODE-NOT                                CR4223
CR4195      AND NOT WW-000-FATAL-ERROR                                  CR4195
DF7013*     ONLY MONEY TRANSACTIONS ESCROW - A REVERSAL OR E1           DF7013
DF7013*     FROM A HELD PHARMACY MUST NOT WRITE A BOGUS HELD ROW.       DF7013
CR4196         PERFORM S952-000-COPAY-EXEMPT                            CR4196
CR4196             THRU S952-999-EXIT                                   CR4196
CR4196     END-IF.                                                      CR4196
CR4207*---------------------------------------------------------------  CR4207
CR4207*    HOUSEHOLD COST-SHARING CAP - COUNT THE PATIENT PAY AGAINST   CR4207
CR4207*    THE MEDICAID HOUSEHOLD'S QUARTERLY CAP AND WAIVE WHAT IS     CR4207
CR4207*    PAST IT (INFO EXC 3979).  AFTER THE EXEMPTION ABOVE (AN      CR4207
CR4207*    EXEMPT MEMBER HAS NOTHING LEFT TO COUNT) AND NOT ON THE      CR4207
CR4207*    SPENDDOWN CROSSING CLAIM, WHOSE REMAINDER IS NOT COST        CR4207
CR4207*    SHARING.                                                     CR4207
CR4207     IF NOT WW-000-FATAL-ERROR                                    CR4207
CR4207      AND W1C40541-C-TOT-PAT-RESP-AMT > ZEROES                    CR4207
CR4207      AND NOT WS-953-MET-PENDING                                  CR4207
CR4207         PERFORM S961-000-HHLD-CAP                                CR4207
CR4207             THRU S961-999-EXIT                                   CR4207
CR4207     END-IF.                                                      CR4207
DF7011*---------------------------------------------------------------  DF7011
DF7011*    SPENDDOWN COMMITS - THE CROSSING CLAIM MARKS THE MONTH MET   DF7011
DF7011*    ONLY WHEN IT IS ACTUALLY PAYING; A CLAIM DENIED SOLELY FOR   DF7011
DF7011*    SPENDDOWN (3966) APPLIES ITS COST TO THE INCURRED AMOUNT.    DF7011
DF7011     IF WS-953-MET-PENDING                                        DF7011
CR4223      AND WS-000-BENE-INQ-MODE-NOT                                CR4223
DF7011      AND NOT WW-000-FATAL-ERROR                                  DF7011
DF7011         PERFORM S953-050-COMMIT-MET                              DF7011
DF7011             THRU S953-050-999-EXIT                               DF7011
DF7011     END-IF.                                                      DF7011
DF7011     IF WS-953-APPLY-PENDING                                      DF7011
CR4223      AND WS-000-BENE-INQ-MODE-NOT                                CR4223
DF7011      AND WW-000-FATAL-ERROR                                      DF7011
DF7011         PERFORM S953-052-COMMIT-UNMET                            DF7011
DF7011             THRU S953-052-999-EXIT                               DF7011
DF7012*    CLAIM IS ACTUALLY PAYING, SO A CLAIM A LATER EDIT DENIED     DF7012
DF7012*    DOES NOT CONSUME THE MEMBER'S ONE BRIDGE.                    DF7012
DF7012     IF WS-937-EMERG-GRANTED                                      DF7012
CR4223      AND WS-000-BENE-INQ-MODE-NOT                                CR4223
DF7012      AND NOT WW-000-FATAL-ERROR                                  DF7012
DF7012         PERFORM S937-060-RECORD-EMERG                            DF7012
DF7012             THRU S937-060-999-EXIT                               DF7012
DF7012     END-IF.                                                      DF7012
DF7012*                                                                 DF7012
CR4209*---------------------------------------------------------------  CR4209
CR4209*    CLINICAL REVIEW PEND - A PAPER, BATCH OR RETRO CLAIM WHOSE   CR4209
CR4209*    ONLY OBSTACLE IS A PEND-DISPOSITION EXCEPTION IS HELD        CR4209
CR4209*    (HEADER STATUS 'H') AND QUEUED FOR A PHARMACIST.  LAST, SO   CR4209
CR4209*    THE QUEUE ROW CARRIES THE FINAL PRICED AMOUNTS.              CR4209
CR4209     IF NOT WW-000-FATAL-ERROR                                    CR4209
CR4209      AND NOT WS-000-WHAT-IF-MODE                                 CR4209
CR4223      AND WS-000-BENE-INQ-MODE-NOT                                CR4223
CR4209      AND W1C56941-G-DUP-TXMIT-IND NOT = 'Y'                      CR4209
CR4209      AND (W1C66791-C-NCP-POS-TRAN-CD =                           CR4209
CR4209                           WV-C8869-C-RX-BILLING-51-D0            CR4209
CR4209        OR W1C66791-C-NCP-POS-TRAN-CD = WV-C8869-C-RX-1-BILLING   CR4209
CR4209        OR W1C66791-C-NCP-POS-TRAN-CD =                           CR4209
CR4209                           WV-C8869-C-RX-RE-BILL-51-D0            CR4209
CR4209        OR W1C66791-C-NCP-POS-TRAN-CD =                           CR4209
CR4209                           WV-C8869-C-RX-1-RE-BILLING)            CR4209
CR4209         PERFORM S962-000-CLIN-PEND                               CR4209
CR4209             THRU S962-999-EXIT                                   CR4209
CR4209     END-IF.                                                      CR4209
DF7011*                                                                 DF7011
CR4196*                                                                 CR4196
CR4223*    A BENEFIT INQUIRY'S TIMINGS ARE RECORDED BY PDDC9890 UNDER   CR4223
CR4223*    ITS OWN TRANSACTION CODE.                                    CR4223
CR4223     IF WS-000-BENE-INQ-MODE-NOT                                  CR4223
CR4223         PERFORM S931-200-WRITE-PERF-STAT                         CR4223
CR4223     END-IF.                                                      CR4223
030000*                                                                 03980000
030010 S800-999-EXIT.                                                   03981000
030020     EXIT.                                                        03982000
DF7011                     PERFORM S953-070-BACKOUT                     DF7011
DF7011                         THRU S953-070-999-EXIT                   DF7011
DF7011                 END-IF                                           DF7011
CR4207*                A MATCHED REVERSAL ALSO BACKS OUT ITS            CR4207
CR4207*                HOUSEHOLD COST-SHARING CAP COUNT.                CR4207
CR4207                 IF NOT WW-000-FATAL-ERROR                        CR4207
CR4207                     PERFORM S961-070-BACKOUT                     CR4207
CR4207                         THRU S961-070-999-EXIT                   CR4207
CR4207                 END-IF                                           CR4207
               END-IF                                                   CR4102
           WHEN WW-001-DATA-NOT-FOUND                                   CR4102
      **       NO MATCHING PAID ORIGINAL - EXCP 3182 ****************   CR4102
           MOVE W1C40541-C-HDR-SVC-FST-DT (9:2) TO WW-010-SVC-DD-9.     CR4104
           MOVE FUNCTION INTEGER-OF-DATE (WW-010-SVC-DT-99)             CR4104
                                        TO WS-938-CURR-SVC-INT.         CR4104
CR4212*    THE DEADLINE IS THE PARTIAL FILL DATE PLUS THE WINDOW UNDER  CR4212
CR4212*    RULE PARTL-CMPL (LIST 7534), OFF ANY WEEKEND OR HOLIDAY.     CR4212
CR4212*    NO CALENDAR - PLAIN CALENDAR DAYS AS BEFORE.                 CR4212
CR4212     SET WK-9005-DUE-BY-RULE     TO TRUE.                         CR4212
CR4212     MOVE WH-938-PARTL-SVC-DT    TO WK-9005-FROM-DT.              CR4212
CR4212     MOVE WS-938-WNDW-DAYS       TO WK-9005-DAY-CNT.              CR4212
CR4212     MOVE 'PARTL-CMPL'           TO WK-9005-RULE-ID.              CR4212
CR4212     MOVE 'C'                    TO WK-9005-DFLT-BASIS-CD.        CR4212
CR4212     CALL 'PDDS9005' USING WK-9005-CALL-PARMS.                    CR4212
CR4212     IF WK-9005-OK                                                CR4212
CR4212         MOVE WK-9005-RESULT-DT (1:4) TO WW-010-SVC-CCYY-9        CR4212
CR4212         MOVE WK-9005-RESULT-DT (6:2) TO WW-010-SVC-MM-9          CR4212
CR4212         MOVE WK-9005-RESULT-DT (9:2) TO WW-010-SVC-DD-9          CR4212
CR4212         MOVE FUNCTION INTEGER-OF-DATE (WW-010-SVC-DT-99)         CR4212
CR4212                                  TO WS-938-DUE-INT               CR4212
CR4212     ELSE                                                         CR4212
CR4212         COMPUTE WS-938-DUE-INT = WS-938-PARTL-SVC-INT            CR4212
CR4212                                + WS-938-WNDW-DAYS                CR4212
CR4212     END-IF.                                                      CR4212
CR4212     IF WS-938-CURR-SVC-INT > WS-938-DUE-INT                      CR4212
      **       COMPLETION OUTSIDE THE ALLOWED WINDOW - EXCP 3935 ****   CR4104
               MOVE WV-R1737-C-PARTL-CMPL-UNTIMELY                      CR4104
                                             TO WW-600-CLM-EXC-CD       CR4104
CR4185*    SITUATION PAYS CUT TO 3 DAYS INSTEAD OF DENYING.             CR4185
DF7019*    THE BRIDGE IS A DISPENSING EVENT - BILLINGS/REBILLS ONLY,    DF7019
DF7019*    THE SAME GATE THE ESCROW AND DEFER HOOKS USE.                DF7019
CR4223*    A BENEFIT INQUIRY DISPENSES NOTHING - IT SEES THE PA DENIAL. CR4223
CR4223     IF (W1C66791-C-NCP-POS-TRAN-CD =                             CR4223
DF7019                           WV-C8869-C-RX-BILLING-51-D0            DF7019
DF7019      OR W1C66791-C-NCP-POS-TRAN-CD = WV-C8869-C-RX-1-BILLING     DF7019
DF7019      OR W1C66791-C-NCP-POS-TRAN-CD =                             DF7019
DF7019                           WV-C8869-C-RX-RE-BILL-51-D0            DF7019
DF7019      OR W1C66791-C-NCP-POS-TRAN-CD =                             DF7019
CR4223                           WV-C8869-C-RX-1-RE-BILLING)            CR4223
CR4223     AND WS-000-BENE-INQ-MODE-NOT                                 CR4223
CR4185         PERFORM S937-040-TRY-EMERG-FILL                          CR4185
CR4185             THRU S937-040-999-EXIT                               CR4185
DF7019     END-IF.                                                      DF7019
      *   SUSPENDED/EXCLUDED DENIES 3941, AND A PHARMACY OUTSIDE THE   *CR4111
      *   NETWORK CONFIGURED FOR THE MEMBER'S GROUP (WL-807 NETWORK    *CR4111
      *   ID) DENIES 3942.  MIRROR IMAGE OF S215 FOR PRESCRIBERS.      *CR4111
CR4206*   A PAY-TO ID OTHER THAN THE PHARMACY'S APPROVED PAYEE         *CR4206
CR4206*   (C_PROV_PAYEE_TB) DENIES 3978.                               *CR4206
CR4227*   A STATE BOARD PERMIT EXPIRED ON THE DATE OF SERVICE DENIES   *CR4227
CR4227*   3984 (NOT ON A REVERSAL).                                    *CR4227
      *----------------------------------------------------------------*CR4111
       S216-010-START.                                                  CR4111
CR4195     MOVE 'N' TO WS-216-PAY-HOLD-SW.                              CR4195
CR4195                COALESCE(C_PAY_HOLD_CD, ' '),                     CR4195
CR4195                COALESCE(C_PAY_HOLD_BEG_DT, '0001-01-01'),        CR4195
CR4195                COALESCE(C_PAY_HOLD_END_DT, '0001-01-01'),        CR4195
CR4227                COALESCE(C_PAY_HOLD_RSN_CD, ' '),                 CR4227
CR4227                NVL(C_LIC_EXP_DT, ' ')                            CR4227
CR4195         INTO  :CLPRVMTB-C-PROV-STAT-CD,                          CR4195
CR4195               :CLPRVMTB-C-PROV-BEG-DT,                           CR4195
CR4195               :CLPRVMTB-C-PROV-END-DT,                           CR4195
CR4195               :CLPRVMTB-C-PAY-HOLD-CD,                           CR4195
CR4195               :CLPRVMTB-C-PAY-HOLD-BEG-DT,                       CR4195
CR4195               :CLPRVMTB-C-PAY-HOLD-END-DT,                       CR4195
CR4227               :CLPRVMTB-C-PAY-HOLD-RSN-CD,                       CR4227
CR4227               :CLPRVMTB-C-LIC-EXP-DT                             CR4227
CR4195         FROM   C_PROV_MSTR_TB                                    CR4195
CR4195        WHERE   C_PROV_ID  = :CLPRVMTB-C-PROV-ID                  CR4195
CR4195     END-EXEC.                                                    CR4195
                   THRU S216-030-999-EXIT                               CR4111
               GO TO S216-020-999-EXIT                                  CR4111
           END-IF.                                                      CR4111
CR4227***  STATE BOARD PERMIT LAPSED ON THE DATE OF SERVICE?  A         CR4227
CR4227***  REVERSAL STILL GOES THROUGH - THE PHARMACY MUST BE ABLE TO   CR4227
CR4227***  TAKE BACK A CLAIM.  NO EXPIRATION LOADED YET, NO EDIT.       CR4227
CR4227     IF CLPRVMTB-C-LIC-EXP-DT > SPACES                            CR4227
CR4227      AND CLPRVMTB-C-LIC-EXP-DT < WS-216-SVC-FST-DT               CR4227
CR4227      AND W1C66791-C-NCP-POS-TRAN-CD                              CR4227
CR4227                             NOT = WV-C8869-C-RX-REVERSAL-51-D0   CR4227
CR4227      AND W1C66791-C-NCP-POS-TRAN-CD                              CR4227
CR4227                             NOT = WV-C8869-C-RX-1-REVERSAL       CR4227
CR4227      AND W1C66791-C-NCP-POS-TRAN-CD                              CR4227
CR4227                             NOT = WV-C8869-C-SERVICE-REVERS-D0   CR4227
CR4227**       STATE BOARD PERMIT EXPIRED - EXCP 3984 ****************  CR4227
CR4227         MOVE SPACES TO WL-807-DUR-MESSAGE                        CR4227
CR4227         STRING 'LICENSE EXPIRED '                                CR4227
CR4227                CLPRVMTB-C-LIC-EXP-DT                             CR4227
CR4227             DELIMITED BY SIZE INTO WL-807-DUR-MESSAGE            CR4227
CR4227         MOVE WV-R1737-C-PHRM-LIC-EXPIRED                         CR4227
CR4227                                     TO WW-600-CLM-EXC-CD         CR4227
CR4227         PERFORM S216-030-POST-PHRM-DENIAL                        CR4227
CR4227             THRU S216-030-999-EXIT                               CR4227
CR4227         GO TO S216-020-999-EXIT                                  CR4227
CR4227     END-IF.                                                      CR4227
           IF WL-807-R-NETWORK-ID > SPACES                              CR4111
            AND CLPRVMTB-C-NETWORK-ID NOT = WL-807-R-NETWORK-ID         CR4111
      **       PHARMACY NOT IN THE GROUP'S NETWORK - EXCP 3942 ******   CR4111
               PERFORM S216-030-POST-PHRM-DENIAL                        CR4111
                   THRU S216-030-999-EXIT                               CR4111
           END-IF.                                                      CR4111
CR4204***  LIMITED-DISTRIBUTION DRUGS ARE HELD TO THEIR AUTHORIZED      CR4204
CR4204***  PHARMACIES LINE BY LINE, BY GCN, IN S959.                    CR4204
CR4195***  PAY-HOLD?  NOT A DENIAL - THE CLAIM ADJUDICATES AND          CR4195
CR4195***  RESPONDS NORMALLY; TERMINATION ESCROWS THE PAYMENT.          CR4195
CR4195     IF CLPRVMTB-C-PAY-HELD                                       CR4195
CR4195      AND CLPRVMTB-C-PAY-HOLD-END-DT >= WS-216-SVC-FST-DT         CR4195
CR4195         SET WS-216-PAY-HOLD TO TRUE                              CR4195
CR4195     END-IF.                                                      CR4195
CR4206***  PAY-TO - THE SUBMITTED PAYEE MUST BE THE APPROVED ONE.       CR4206
CR4206     PERFORM S216-040-CHECK-PAY-TO                                CR4206
CR4206         THRU S216-040-999-EXIT.                                  CR4206
       S216-020-999-EXIT.                                               CR4111
           EXIT.                                                        CR4111
      *                                                                 CR4111
       S216-030-999-EXIT.                                               CR4111
           EXIT.                                                        CR4111
      *                                                                 CR4111
CR4206***************************************************************** CR4206
CR4206*  S216-040-CHECK-PAY-TO - A SUBMITTED PAY-TO ID MUST MATCH THE * CR4206
CR4206*  PHARMACY'S APPROVED PAYEE ON C_PROV_PAYEE_TB AT THE DATE OF  * CR4206
CR4206*  SERVICE (CHAIN CENTRAL PAY), OR - WHEN THE PHARMACY HAS NO   * CR4206
CR4206*  PAYEE RELATIONSHIP - BE THE PHARMACY ITSELF.  ANYTHING ELSE  * CR4206
CR4206*  DENIES 3978.  NO PAY-TO SUBMITTED IS NOT AN ERROR: PAYMENT   * CR4206
CR4206*  FOLLOWS THE RELATIONSHIP TABLE REGARDLESS.                   * CR4206
CR4206***************************************************************** CR4206
CR4206 S216-040-CHECK-PAY-TO.                                           CR4206
CR4206     IF W1C66791-C-NCP-PAY-TO-ID = SPACES OR HIGH-VALUES          CR4206
CR4206         GO TO S216-040-999-EXIT                                  CR4206
CR4206     END-IF.                                                      CR4206
CR4206     MOVE W1C66791-C-NCP-PAY-TO-ID TO WH-216-PAY-TO-ID.           CR4206
CR4206     MOVE WS-216-SVC-FST-DT        TO WH-216-SVC-FST-DT.          CR4206
CR4206     EXEC SQL                                                     CR4206
CR4206         SELECT COUNT(*),                                         CR4206
CR4206                NVL(SUM(CASE WHEN C_PAYEE_ID = :WH-216-PAY-TO-ID  CR4206
CR4206                             THEN 1 ELSE 0 END), 0)               CR4206
CR4206           INTO :WH-216-REL-CNT,                                  CR4206
CR4206                :WH-216-MATCH-CNT                                 CR4206
CR4206           FROM C_PROV_PAYEE_TB                                   CR4206
CR4206          WHERE C_PROV_ID       = :CLPRVMTB-C-PROV-ID             CR4206
CR4206            AND C_PAYEE_BEG_DT <= :WH-216-SVC-FST-DT              CR4206
CR4206            AND C_PAYEE_END_DT >= :WH-216-SVC-FST-DT              CR4206
CR4206     END-EXEC.                                                    CR4206
CR4206     IF SQLCODE OF SQLCA NOT = +0                                 CR4206
CR4206         MOVE 'S216-040-CHECK-PAY-TO'                             CR4206
CR4206                             TO W1C56941-G-PROG-SECTION-TX        CR4206
CR4206         MOVE 'C_PROV_PAYEE_TB'   TO W1C56941-G-SQL-TABLE-NAM     CR4206
CR4206         MOVE 'SELECT'            TO W1C56941-G-SQL-FUNCTION-TX   CR4206
CR4206         MOVE CLPRVMTB-C-PROV-ID  TO W1C56941-G-KEY-TX            CR4206
CR4206         PERFORM S910-000-SQL-ERROR                               CR4206
CR4206         PERFORM S999-000-BAD-RETURN                              CR4206
CR4206     END-IF.                                                      CR4206
CR4206     IF WH-216-MATCH-CNT > ZEROES                                 CR4206
CR4206         GO TO S216-040-999-EXIT                                  CR4206
CR4206     END-IF.                                                      CR4206
CR4206     IF WH-216-REL-CNT = ZEROES                                   CR4206
CR4206      AND WH-216-PAY-TO-ID = CLPRVMTB-C-PROV-ID                   CR4206
CR4206         GO TO S216-040-999-EXIT                                  CR4206
CR4206     END-IF.                                                      CR4206
CR4206**   PAY-TO NOT AN APPROVED PAYEE - EXCP 3978 ******************  CR4206
CR4206     MOVE WV-R1737-C-PAY-TO-NOT-APPRVD TO WW-600-CLM-EXC-CD.      CR4206
CR4206     PERFORM S216-030-POST-PHRM-DENIAL                            CR4206
CR4206         THRU S216-030-999-EXIT.                                  CR4206
CR4206 S216-040-999-EXIT.                                               CR4206
CR4206     EXIT.                                                        CR4206
CR4206*                                                                 CR4206
       S216-999-EXIT.  EXIT.                                            CR4111
      *                                                                 CR4111
       S217-000-VALIDATE-MEMBER SECTION.                                CR4112
           END-IF.                                                      CR4112
      *                                                                 CR4112
CR4196     MOVE SPACE TO CLMELGTB-B-COPAY-EXMPT-CD.                     CR4196
CR4207     MOVE SPACES TO CLMELGTB-B-HHLD-ID.                           CR4207
CR4207     MOVE ZEROES TO CLMELGTB-B-HHLD-QTR-CAP-AMT.                  CR4207
           MOVE W1C40541-R-CUST-PART-NUM                                CR4112
                                  TO CLMELGTB-R-CUST-PART-NUM.          CR4112
           MOVE W1C66791-C-NCP-CARDHOLDR-ID                             CR4112
                     ,B_ELIG_BEG_DT                                     CR4112
                     ,B_ELIG_END_DT                                     CR4112
CR4196           ,COALESCE(B_COPAY_EXMPT_CD, ' ')                       CR4196
CR4207           ,COALESCE(B_HHLD_ID, ' ')                              CR4207
CR4207           ,COALESCE(B_HHLD_QTR_CAP_AMT, 0)                       CR4207
                 INTO :CLMELGTB-B-SYS-ID                                CR4112
                     ,:CLMELGTB-B-ELIG-BEG-DT                           CR4112
                     ,:CLMELGTB-B-ELIG-END-DT                           CR4112
CR4196           ,:CLMELGTB-B-COPAY-EXMPT-CD                            CR4196
CR4207           ,:CLMELGTB-B-HHLD-ID                                   CR4207
CR4207           ,:CLMELGTB-B-HHLD-QTR-CAP-AMT                          CR4207
                 FROM R_MBR_ELIG_TB                                     CR4112
                WHERE R_CUST_PART_NUM = :CLMELGTB-R-CUST-PART-NUM       CR4112
                  AND B_CRDHLDR_ID    = :CLMELGTB-B-CRDHLDR-ID          CR4112
                         ,B_ELIG_BEG_DT                                 CR4142
                         ,B_ELIG_END_DT                                 CR4142
DF7014                     ,COALESCE(B_COPAY_EXMPT_CD, ' ')             DF7014
CR4207                     ,COALESCE(B_HHLD_ID, ' ')                    CR4207
CR4207                     ,COALESCE(B_HHLD_QTR_CAP_AMT, 0)             CR4207
                     INTO :CLMELGTB-B-SYS-ID                            CR4142
                         ,:CLMELGTB-B-ELIG-BEG-DT                       CR4142
                         ,:CLMELGTB-B-ELIG-END-DT                       CR4142
DF7014                     ,:CLMELGTB-B-COPAY-EXMPT-CD                  DF7014
CR4207                     ,:CLMELGTB-B-HHLD-ID                         CR4207
CR4207                     ,:CLMELGTB-B-HHLD-QTR-CAP-AMT                CR4207
                     FROM R_MBR_ELIG_TB                                 CR4142
                    WHERE R_CUST_PART_NUM =                             CR4142
                                  :CLMELGTB-R-CUST-PART-NUM             CR4142
                         ,B_ELIG_BEG_DT                                 CR4142
                         ,B_ELIG_END_DT                                 CR4142
DF7014                     ,COALESCE(B_COPAY_EXMPT_CD, ' ')             DF7014
CR4207                     ,COALESCE(B_HHLD_ID, ' ')                    CR4207
CR4207                     ,COALESCE(B_HHLD_QTR_CAP_AMT, 0)             CR4207
                     INTO :CLMELGTB-B-SYS-ID                            CR4142
                         ,:CLMELGTB-B-ELIG-BEG-DT                       CR4142
                         ,:CLMELGTB-B-ELIG-END-DT                       CR4142
DF7014                     ,:CLMELGTB-B-COPAY-EXMPT-CD                  DF7014
CR4207                     ,:CLMELGTB-B-HHLD-ID                         CR4207
CR4207                     ,:CLMELGTB-B-HHLD-QTR-CAP-AMT                CR4207
                     FROM R_MBR_ELIG_TB                                 CR4142
                    WHERE R_CUST_PART_NUM =                             CR4142
                                  :CLMELGTB-R-CUST-PART-NUM             CR4142
      *                                                                 CR4130
       S218-999-EXIT.  EXIT.                                            CR4130
      *                                                                 CR4130
CR4225 S213-000-CHECK-MBR-DEATH SECTION.                                CR4225
CR4225*----------------------------------------------------------------*CR4225
CR4225*     S213-000-CHECK-MBR-DEATH                                   *CR4225
CR4225*   MEMBER DATE OF DEATH.  THE MEMBER S217 MATCHED IS LOOKED UP  *CR4225
CR4225*   FOR A DATE OF DEATH FROM THE ENROLLMENT FEED; A DATE OF      *CR4225
CR4225*   SERVICE (CURRENT DATE FOR AN ELIGIBILITY VERIFICATION) AFTER *CR4225
CR4225*   IT DENIES 3982 WITH THE DATE OF DEATH IN THE MESSAGE.  THE   *CR4225
CR4225*   STATE TERMS THE SPAN MONTHS LATER; THIS STOPS THE PAYMENTS   *CR4225
CR4225*   IN BETWEEN.  NOT RELAXED BY THE EMERGENCY BYPASS.            *CR4225
CR4225*----------------------------------------------------------------*CR4225
CR4225 S213-010-START.                                                  CR4225
CR4225*                                                                 CR4225
CR4225     IF W1C66791-C-NCP-POS-TRAN-CD = WV-C8869-C-RX-REVERSAL-51-D0 CR4225
CR4225                                  OR WV-C8869-C-RX-1-REVERSAL     CR4225
CR4225                                  OR WV-C8869-C-SERVICE-REVERS-D0 CR4225
CR4225         GO TO S213-999-EXIT                                      CR4225
CR4225     END-IF.                                                      CR4225
CR4225***  NO MEMBER RESOLVED BY S217 - NOTHING TO LOOK UP.             CR4225
CR4225     IF W1C40541-B-SYS-ID NOT > ZERO                              CR4225
CR4225      OR W1C66791-C-NCP-CARDHOLDR-ID = HIGH-VALUES OR SPACES      CR4225
CR4225         GO TO S213-999-EXIT                                      CR4225
CR4225     END-IF.                                                      CR4225
CR4225*                                                                 CR4225
CR4225     MOVE W1C40541-R-CUST-PART-NUM                                CR4225
CR4225                                 TO CLMELGTB-R-CUST-PART-NUM.     CR4225
CR4225     MOVE W1C40541-B-SYS-ID      TO CLMELGTB-B-SYS-ID.            CR4225
CR4225     EXEC SQL                                                     CR4225
CR4225         SELECT NVL(MAX(B_DOD_DT), ' ')                           CR4225
CR4225           INTO :CLMELGTB-B-DOD-DT                                CR4225
CR4225           FROM R_MBR_ELIG_TB                                     CR4225
CR4225          WHERE R_CUST_PART_NUM = :CLMELGTB-R-CUST-PART-NUM       CR4225
CR4225            AND B_SYS_ID        = :CLMELGTB-B-SYS-ID              CR4225
CR4225     END-EXEC.                                                    CR4225
CR4225*                                                                 CR4225
CR4225     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4225
CR4225     IF NOT WW-001-SUCCESSFUL-CALL                                CR4225
CR4225         MOVE WK-001-PROGNAME                                     CR4225
CR4225           TO WD-999-MSG (1)                                      CR4225
CR4225         MOVE 'S213-000-CHECK-MBR-DEATH'                          CR4225
CR4225           TO WD-999-MSG (2)                                      CR4225
CR4225         MOVE 'R_MBR_ELIG_TB'                                     CR4225
CR4225           TO WD-999-MSG (3)                                      CR4225
CR4225         MOVE 'SELECT'                                            CR4225
CR4225           TO WD-999-MSG (4)                                      CR4225
CR4225         MOVE SPACES                                              CR4225
CR4225           TO WD-999-MSG (5)                                      CR4225
CR4225         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4225
CR4225     END-IF.                                                      CR4225
CR4225     IF CLMELGTB-B-DOD-DT NOT > SPACES                            CR4225
CR4225      OR WH-217-CHECK-DT NOT > CLMELGTB-B-DOD-DT                  CR4225
CR4225         GO TO S213-999-EXIT                                      CR4225
CR4225     END-IF.                                                      CR4225
CR4225*                                                                 CR4225
CR4225**   MEMBER DECEASED BEFORE THE DATE OF SERVICE - EXCP 3982 ******CR4225
CR4225     MOVE SPACES TO WL-807-DUR-MESSAGE.                           CR4225
CR4225     STRING 'MBR DATE OF DEATH '                                  CR4225
CR4225            CLMELGTB-B-DOD-DT                                     CR4225
CR4225         DELIMITED BY SIZE INTO WL-807-DUR-MESSAGE.               CR4225
CR4225     MOVE WV-R1737-C-MBR-DECEASED  TO WW-600-CLM-EXC-CD.          CR4225
CR4225     MOVE ZEROES                   TO WW-600-CLM-EXC-LI.          CR4225
CR4225     SET WS-000-EC-IN-PRCS-IS-FATAL TO TRUE.                      CR4225
CR4225     PERFORM S600C1-000-POST-EXCEPTION.                           CR4225
CR4225     SET WW-000-FATAL-ERROR  TO TRUE.                             CR4225
CR4225     SET WS-000-EC-IN-PRCS-NOT-FATAL TO TRUE.                     CR4225
CR4225*                                                                 CR4225
CR4225 S213-999-EXIT.  EXIT.                                            CR4225
CR4225*                                                                 CR4225
CR4224 S214-000-CHECK-SOFT-VEND SECTION.                                CR4224
CR4224*----------------------------------------------------------------*CR4224
CR4224*     S214-000-CHECK-SOFT-VEND                                   *CR4224
CR4224*   SOFTWARE VENDOR CERTIFICATION.  THE SOFTWARE VENDOR/         *CR4224
CR4224*   CERTIFICATION ID AND NCPDP VERSION ON THE HEADER ARE LOOKED  *CR4224
CR4224*   UP ON R_SOFT_VEND_CERT_TB.  A DECERTIFIED ROW, OR A VENDOR   *CR4224
CR4224*   WITH ROWS FOR OTHER VERSIONS ONLY, REJECTS THE TRANSMISSION  *CR4224
CR4224*   3981 WITH THE REASON IN THE MESSAGE.  CERTIFIED AND          *CR4224
CR4224*   PROBATION ROWS PASS, AS DOES A VENDOR ID NOT ON THE TABLE.   *CR4224
CR4224*   A REVERSAL ALWAYS PASSES SO A PAID CLAIM CAN BE BACKED OUT.  *CR4224
CR4224*----------------------------------------------------------------*CR4224
CR4224 S214-010-START.                                                  CR4224
CR4224*                                                                 CR4224
CR4224     IF W1C66791-C-NCP-POS-TRAN-CD = WV-C8869-C-RX-REVERSAL-51-D0 CR4224
CR4224                                  OR WV-C8869-C-RX-1-REVERSAL     CR4224
CR4224                                  OR WV-C8869-C-SERVICE-REVERS-D0 CR4224
CR4224         GO TO S214-999-EXIT                                      CR4224
CR4224     END-IF.                                                      CR4224
CR4224     IF W1C66791-C-NCP-SOFT-VEND-ID = HIGH-VALUES OR SPACES       CR4224
CR4224      OR W1C66791-C-NCP-VERSION-NUM = HIGH-VALUES                 CR4224
CR4224         GO TO S214-999-EXIT                                      CR4224
CR4224     END-IF.                                                      CR4224
CR4224*                                                                 CR4224
CR4224     MOVE W1C66791-C-NCP-SOFT-VEND-ID                             CR4224
CR4224                            TO CLSVCRTB-R-SOFT-VEND-ID.           CR4224
CR4224     MOVE W1C66791-C-NCP-VERSION-NUM                              CR4224
CR4224                            TO CLSVCRTB-R-NCPDP-VERSN-NUM.        CR4224
CR4224*                                                                 CR4224
CR4224     EXEC SQL                                                     CR4224
CR4224         SELECT R_CERT_STAT_CD                                    CR4224
CR4224           INTO :CLSVCRTB-R-CERT-STAT-CD                          CR4224
CR4224           FROM R_SOFT_VEND_CERT_TB                               CR4224
CR4224          WHERE R_SOFT_VEND_ID    = :CLSVCRTB-R-SOFT-VEND-ID      CR4224
CR4224            AND R_NCPDP_VERSN_NUM = :CLSVCRTB-R-NCPDP-VERSN-NUM   CR4224
CR4224     END-EXEC.                                                    CR4224
CR4224*                                                                 CR4224
CR4224     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4224
CR4224     EVALUATE TRUE                                                CR4224
CR4224     WHEN WW-001-SUCCESSFUL-CALL                                  CR4224
CR4224         IF CLSVCRTB-R-DECERTIFIED                                CR4224
CR4224             MOVE SPACES TO WL-807-DUR-MESSAGE                    CR4224
CR4224             MOVE 'SOFTWARE VENDOR DECERTIFIED'                   CR4224
CR4224               TO WL-807-DUR-MESSAGE                              CR4224
CR4224             PERFORM S214-030-POST-NOT-CERT                       CR4224
CR4224                 THRU S214-030-999-EXIT                           CR4224
CR4224         END-IF                                                   CR4224
CR4224         GO TO S214-999-EXIT                                      CR4224
CR4224     WHEN WW-001-DATA-NOT-FOUND                                   CR4224
CR4224         CONTINUE                                                 CR4224
CR4224     WHEN OTHER                                                   CR4224
CR4224         MOVE WK-001-PROGNAME                                     CR4224
CR4224           TO WD-999-MSG (1)                                      CR4224
CR4224         MOVE 'S214-000-CHECK-SOFT-VEND'                          CR4224
CR4224           TO WD-999-MSG (2)                                      CR4224
CR4224         MOVE 'R_SOFT_VEND_CERT_TB'                               CR4224
CR4224           TO WD-999-MSG (3)                                      CR4224
CR4224         MOVE 'SELECT'                                            CR4224
CR4224           TO WD-999-MSG (4)                                      CR4224
CR4224         MOVE CLSVCRTB-R-SOFT-VEND-ID                             CR4224
CR4224           TO WD-999-MSG (5)                                      CR4224
CR4224         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4224
CR4224     END-EVALUATE.                                                CR4224
CR4224*                                                                 CR4224
CR4224***  NO ROW FOR THIS VERSION - A VENDOR THE TABLE KNOWS IS NOT    CR4224
CR4224***  CERTIFIED FOR IT; A VENDOR THE TABLE HAS NEVER SEEN PASSES.  CR4224
CR4224     EXEC SQL                                                     CR4224
CR4224         SELECT COUNT(*)                                          CR4224
CR4224           INTO :WH-214-VEND-ROW-CNT                              CR4224
CR4224           FROM R_SOFT_VEND_CERT_TB                               CR4224
CR4224          WHERE R_SOFT_VEND_ID    = :CLSVCRTB-R-SOFT-VEND-ID      CR4224
CR4224     END-EXEC.                                                    CR4224
CR4224*                                                                 CR4224
CR4224     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4224
CR4224     IF NOT WW-001-SUCCESSFUL-CALL                                CR4224
CR4224         MOVE WK-001-PROGNAME                                     CR4224
CR4224           TO WD-999-MSG (1)                                      CR4224
CR4224         MOVE 'S214-000-CHECK-SOFT-VEND'                          CR4224
CR4224           TO WD-999-MSG (2)                                      CR4224
CR4224         MOVE 'R_SOFT_VEND_CERT_TB'                               CR4224
CR4224           TO WD-999-MSG (3)                                      CR4224
CR4224         MOVE 'COUNT'                                             CR4224
CR4224           TO WD-999-MSG (4)                                      CR4224
CR4224         MOVE CLSVCRTB-R-SOFT-VEND-ID                             CR4224
CR4224           TO WD-999-MSG (5)                                      CR4224
CR4224         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4224
CR4224     END-IF.                                                      CR4224
CR4224     IF WH-214-VEND-ROW-CNT > ZERO                                CR4224
CR4224         MOVE SPACES TO WL-807-DUR-MESSAGE                        CR4224
CR4224         STRING 'VENDOR NOT CERTIFIED FOR '                       CR4224
CR4224                W1C66791-C-NCP-VERSION-NUM                        CR4224
CR4224             DELIMITED BY SIZE INTO WL-807-DUR-MESSAGE            CR4224
CR4224         PERFORM S214-030-POST-NOT-CERT                           CR4224
CR4224             THRU S214-030-999-EXIT                               CR4224
CR4224     END-IF.                                                      CR4224
CR4224     GO TO S214-999-EXIT.                                         CR4224
CR4224*                                                                 CR4224
CR4224 S214-030-POST-NOT-CERT.                                          CR4224
CR4224**   SOFTWARE VENDOR NOT CERTIFIED - EXCP 3981 *******************CR4224
CR4224     MOVE WV-R1737-C-SOFT-VEND-NOT-CERT TO WW-600-CLM-EXC-CD.     CR4224
CR4224     MOVE ZEROES                       TO WW-600-CLM-EXC-LI.      CR4224
CR4224     SET WS-000-EC-IN-PRCS-IS-FATAL TO TRUE.                      CR4224
CR4224     PERFORM S600C1-000-POST-EXCEPTION.                           CR4224
CR4224     SET WW-000-FATAL-ERROR  TO TRUE.                             CR4224
CR4224     SET WS-000-EC-IN-PRCS-NOT-FATAL TO TRUE.                     CR4224
CR4224 S214-030-999-EXIT.                                               CR4224
CR4224     EXIT.                                                        CR4224
CR4224*                                                                 CR4224
CR4224 S214-999-EXIT.  EXIT.                                            CR4224
CR4224*                                                                 CR4224
       S206-000-RELAX-EMERGENCY SECTION.                                CR4134
      *----------------------------------------------------------------*CR4134
      *     S206-000-RELAX-EMERGENCY                                   *CR4134
           END-IF.                                                      CR4136
       S941-999-EXIT.  EXIT.                                            CR4136
      *                                                                 CR4136
CR4227 S963-000-PHRM-DEA SECTION.                                       CR4227
CR4227*---------------------------------------------------------------* CR4227
CR4227*     S963-000-PHRM-DEA                                         * CR4227
CR4227*   PHARMACY DEA REGISTRATION.  A CLAIM FOR A SCHEDULE II-V     * CR4227
CR4227*   DRUG (A COMPOUND WITH ANY CONTROLLED INGREDIENT) DENIES     * CR4227
CR4227*   3985 WHEN THE DISPENSING PHARMACY'S DEA REGISTRATION ON     * CR4227
CR4227*   C_PROV_MSTR_TB EXPIRED BEFORE THE DATE OF SERVICE.  THE     * CR4227
CR4227*   SCHEDULE IS THE ONE S955 WORKED OUT FOR THE CLAIM.  NO      * CR4227
CR4227*   EXPIRATION LOADED YET FROM THE BOARD FILE, NO EDIT.  NOT    * CR4227
CR4227*   RELAXED BY THE EMERGENCY BYPASS.                            * CR4227
CR4227*---------------------------------------------------------------* CR4227
CR4227 S963-010-START.                                                  CR4227
CR4227*                                                                 CR4227
CR4227     IF W1C66791-C-NCP-POS-TRAN-CD = WV-C8869-C-RX-REVERSAL-51-D0 CR4227
CR4227                                  OR WV-C8869-C-RX-1-REVERSAL     CR4227
CR4227                                  OR WV-C8869-C-SERVICE-REVERS-D0 CR4227
CR4227                                  OR WV-C8869-C-ELIG-VF-51-D0     CR4227
CR4227                                  OR WV-C8869-C-ELIGIBILITY-VERIF CR4227
CR4227         GO TO S963-999-EXIT                                      CR4227
CR4227     END-IF.                                                      CR4227
CR4227     IF NOT WS-955-SCHED-2                                        CR4227
CR4227      AND NOT WS-955-SCHED-3-5                                    CR4227
CR4227         GO TO S963-999-EXIT                                      CR4227
CR4227     END-IF.                                                      CR4227
CR4227     IF W1C40541-C-HDR-SVC-FST-DT (1:4) NOT NUMERIC               CR4227
CR4227         GO TO S963-999-EXIT                                      CR4227
CR4227     END-IF.                                                      CR4227
CR4227     IF W1C66791-C-NCP-PROV-ID = HIGH-VALUES OR SPACES            CR4227
CR4227         GO TO S963-999-EXIT                                      CR4227
CR4227     END-IF.                                                      CR4227
CR4227     MOVE W1C66791-C-NCP-PROV-ID    TO WH-963-PROV-ID.            CR4227
CR4227*                                                                 CR4227
CR4227     EXEC SQL                                                     CR4227
CR4227         SELECT NVL(C_DEA_EXP_DT, ' ')                            CR4227
CR4227           INTO :WH-963-DEA-EXP-DT                                CR4227
CR4227           FROM C_PROV_MSTR_TB                                    CR4227
CR4227          WHERE C_PROV_ID = :WH-963-PROV-ID                       CR4227
CR4227     END-EXEC.                                                    CR4227
CR4227*                                                                 CR4227
CR4227     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4227
CR4227     EVALUATE TRUE                                                CR4227
CR4227     WHEN WW-001-SUCCESSFUL-CALL                                  CR4227
CR4227         CONTINUE                                                 CR4227
CR4227     WHEN WW-001-DATA-NOT-FOUND                                   CR4227
CR4227***      NOT ON THE MASTER - S216 HAS ALREADY DENIED 3940         CR4227
CR4227         GO TO S963-999-EXIT                                      CR4227
CR4227     WHEN OTHER                                                   CR4227
CR4227         MOVE WK-001-PROGNAME                                     CR4227
CR4227           TO WD-999-MSG (1)                                      CR4227
CR4227         MOVE 'S963-000-PHRM-DEA'                                 CR4227
CR4227           TO WD-999-MSG (2)                                      CR4227
CR4227         MOVE 'C_PROV_MSTR_TB'                                    CR4227
CR4227           TO WD-999-MSG (3)                                      CR4227
CR4227         MOVE 'SELECT'                                            CR4227
CR4227           TO WD-999-MSG (4)                                      CR4227
CR4227         MOVE SPACES                                              CR4227
CR4227           TO WD-999-MSG (5)                                      CR4227
CR4227         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4227
CR4227     END-EVALUATE.                                                CR4227
CR4227     IF WH-963-DEA-EXP-DT NOT > SPACES                            CR4227
CR4227      OR WH-963-DEA-EXP-DT NOT < W1C40541-C-HDR-SVC-FST-DT        CR4227
CR4227         GO TO S963-999-EXIT                                      CR4227
CR4227     END-IF.                                                      CR4227
CR4227*                                                                 CR4227
CR4227**   DEA REGISTRATION LAPSED - EXCP 3985 ***********************  CR4227
CR4227     MOVE SPACES TO WL-807-DUR-MESSAGE.                           CR4227
CR4227     STRING 'DEA EXPIRED '                                        CR4227
CR4227            WH-963-DEA-EXP-DT                                     CR4227
CR4227         DELIMITED BY SIZE INTO WL-807-DUR-MESSAGE.               CR4227
CR4227     MOVE WV-R1737-C-PHRM-DEA-EXPIRED TO WW-600-CLM-EXC-CD.       CR4227
CR4227     MOVE ZEROES                      TO WW-600-CLM-EXC-LI.       CR4227
CR4227     SET WS-000-EC-IN-PRCS-IS-FATAL TO TRUE.                      CR4227
CR4227     PERFORM S600C1-000-POST-EXCEPTION.                           CR4227
CR4227     SET WW-000-FATAL-ERROR  TO TRUE.                             CR4227
CR4227     SET WS-000-EC-IN-PRCS-NOT-FATAL TO TRUE.                     CR4227
CR4227 S963-999-EXIT.  EXIT.                                            CR4227
CR4227*                                                                 CR4227
CR4209 S962-000-CLIN-PEND SECTION.                                      CR4209
CR4209*---------------------------------------------------------------* CR4209
CR4209*     S962-000-CLIN-PEND                                        * CR4209
CR4209*   CLINICAL REVIEW PEND.  AN EXCEPTION WHOSE R_CLM_EXC_DISP_TB * CR4209
CR4209*   DISPOSITION IS PEND (WV-R0156-C-PEND) HOLDS THE CLAIM FOR A * CR4209
CR4209*   PHARMACIST INSTEAD OF DENYING IT - BUT ONLY ON A CLAIM THAT * CR4209
CR4209*   DOES NOT NEED A REAL-TIME ANSWER (PAPER, BATCH FILE INTAKE, * CR4209
CR4209*   RETRO RE-ADJUDICATION); S600 TURNS PEND INTO DENY FOR THE   * CR4209
CR4209*   REST.  A CLAIM THAT ALSO CARRIES A DENYING EXCEPTION IS     * CR4209
CR4209*   DENIED ANYWAY AND IS NOT QUEUED.  THE HELD CLAIM GOES OUT   * CR4209
CR4209*   WITH HEADER STATUS 'H', SO THE PAYMENT CYCLE (WHICH ONLY    * CR4209
CR4209*   PICKS UP 'P') WITHHOLDS IT, AND IS QUEUED ON C_CLM_PEND_TB  * CR4209
CR4209*   WITH ITS PENDING EXCEPTIONS ON C_CLM_PEND_EXC_TB FOR THE    * CR4209
CR4209*   W768 REVIEW SCREEN (PDDM7590).  INFO EXC 3980 SAYS SO.      * CR4209
CR4209*---------------------------------------------------------------* CR4209
CR4209 S962-010-START.                                                  CR4209
CR4209*                                                                 CR4209
CR4209     MOVE W1C40541-C-INPUT-FRM-CD TO WS-962-INPUT-FRM-CD.         CR4209
CR4209     IF NOT WS-962-NOT-REAL-TIME                                  CR4209
CR4209         GO TO S962-999-EXIT                                      CR4209
CR4209     END-IF.                                                      CR4209
CR4209     MOVE ZEROES TO WS-962-PEND-CNT.                              CR4209
CR4209     MOVE 'N'    TO WS-962-DENY-SW.                               CR4209
CR4209     PERFORM S962-020-SCAN-EXC                                    CR4209
CR4209         THRU S962-020-999-EXIT                                   CR4209
CR4209         VARYING WS-962-EXC-SUB FROM 1 BY 1                       CR4209
CR4209         UNTIL WS-962-EXC-SUB > W1C40541-C-CNT-EXC-NUM            CR4209
CR4209            OR WS-962-EXC-SUB > 50.                               CR4209
CR4209     IF WS-962-PEND-CNT = ZEROES                                  CR4209
CR4209      OR WS-962-CLM-DENIES                                        CR4209
CR4209         GO TO S962-999-EXIT                                      CR4209
CR4209     END-IF.                                                      CR4209
CR4209*                                                                 CR4209
CR4209     MOVE W1C40541-R-CUST-PART-NUM TO CLPENDTB-R-CUST-PART-NUM.   CR4209
CR4209     MOVE W1C40541-C-TCN-NUM       TO CLPENDTB-C-TCN-NUM.         CR4209
CR4209***  RETRY GUARD - A RESTARTED TRANSACTION IS ALREADY QUEUED.     CR4209
CR4209     EXEC SQL                                                     CR4209
CR4209         SELECT COUNT(*)                                          CR4209
CR4209           INTO :WH-962-PEND-CNT                                  CR4209
CR4209           FROM C_CLM_PEND_TB                                     CR4209
CR4209          WHERE R_CUST_PART_NUM = :CLPENDTB-R-CUST-PART-NUM       CR4209
CR4209            AND C_TCN_NUM       = :CLPENDTB-C-TCN-NUM             CR4209
CR4209     END-EXEC.                                                    CR4209
CR4209     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4209
CR4209     IF NOT WW-001-SUCCESSFUL-CALL                                CR4209
CR4209         MOVE WK-001-PROGNAME                                     CR4209
CR4209           TO WD-999-MSG (1)                                      CR4209
CR4209         MOVE 'S962-010-START'                                    CR4209
CR4209           TO WD-999-MSG (2)                                      CR4209
CR4209         MOVE 'C_CLM_PEND_TB'                                     CR4209
CR4209           TO WD-999-MSG (3)                                      CR4209
CR4209         MOVE 'SELECT'                                            CR4209
CR4209           TO WD-999-MSG (4)                                      CR4209
CR4209         MOVE SPACES                                              CR4209
CR4209           TO WD-999-MSG (5)                                      CR4209
CR4209         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4209
CR4209     END-IF.                                                      CR4209
CR4209     IF WH-962-PEND-CNT = ZEROES                                  CR4209
CR4209         PERFORM S962-030-QUEUE                                   CR4209
CR4209             THRU S962-030-999-EXIT                               CR4209
CR4209     END-IF.                                                      CR4209
CR4209*                                                                 CR4209
CR4209     MOVE WS-962-HELD-STAT-CD TO W1C40541-C-HDR-STAT-CD.          CR4209
CR4209**   CLAIM PENDED FOR CLINICAL REVIEW - INFO EXCP 3980 ********** CR4209
CR4209     MOVE WV-R1737-C-CLIN-REVIEW-PEND TO WW-600-CLM-EXC-CD.       CR4209
CR4209     MOVE ZEROES                      TO WW-600-CLM-EXC-LI.       CR4209
CR4209     PERFORM S600C1-000-POST-EXCEPTION.                           CR4209
CR4209     GO TO S962-999-EXIT.                                         CR4209
CR4209*                                                                 CR4209
CR4209***************************************************************** CR4209
CR4209*  S962-020-SCAN-EXC - COUNT THE PENDING EXCEPTIONS AND NOTE    * CR4209
CR4209*  WHETHER ANY POSTED EXCEPTION DENIES THE CLAIM OUTRIGHT.      * CR4209
CR4209***************************************************************** CR4209
CR4209 S962-020-SCAN-EXC.                                               CR4209
CR4209     MOVE W1C40541-C-EXC-STAT-CD OF W1C40541-C-LI-EXC-VW          CR4209
CR4209          (WS-962-EXC-SUB)       TO WS-962-EXC-STAT-CD.           CR4209
CR4209     IF WS-962-EXC-PENDS                                          CR4209
CR4209         ADD 1 TO WS-962-PEND-CNT                                 CR4209
CR4209     END-IF.                                                      CR4209
CR4209     IF WS-962-EXC-DENIES                                         CR4209
CR4209         SET WS-962-CLM-DENIES TO TRUE                            CR4209
CR4209     END-IF.                                                      CR4209
CR4209 S962-020-999-EXIT.                                               CR4209
CR4209     EXIT.                                                        CR4209
CR4209*                                                                 CR4209
CR4209***************************************************************** CR4209
CR4209*  S962-030-QUEUE - THE QUEUE ROW, THEN ONE EXCEPTION ROW PER   * CR4209
CR4209*  PENDING EXCEPTION.                                           * CR4209
CR4209***************************************************************** CR4209
CR4209 S962-030-QUEUE.                                                  CR4209
CR4209     MOVE W1C40541-B-SYS-ID        TO CLPENDTB-B-SYS-ID.          CR4209
CR4209     MOVE W1C40541-C-BLNG-PROV-ID  TO CLPENDTB-C-PROV-ID.         CR4209
CR4209     MOVE W1C40541-C-RX-SVC-REF-NUM                               CR4209
CR4209                                   TO CLPENDTB-C-RX-SVC-REF-NUM.  CR4209
CR4209     MOVE W1C40541-C-HDR-SVC-FST-DT                               CR4209
CR4209                                   TO CLPENDTB-C-SVC-DT.          CR4209
CR4209     MOVE W1C40541-C-INPUT-FRM-CD  TO CLPENDTB-C-INPUT-FRM-CD.    CR4209
CR4209     MOVE W1C40541-C-TOT-CHRG-AMT  TO CLPENDTB-C-TOT-CHRG-AMT.    CR4209
CR4209     MOVE W1C40541-C-TOT-REIMB-AMT TO CLPENDTB-C-TOT-REIMB-AMT.   CR4209
CR4209     MOVE WS-962-PEND-CNT          TO CLPENDTB-C-EXC-CNT-NUM.     CR4209
CR4209     MOVE WW-000-TIMESTAMP         TO CLPENDTB-C-PEND-TS.         CR4209
CR4209     SET CLPENDTB-C-PEND-WAITING   TO TRUE.                       CR4209
CR4209     MOVE SPACES                   TO CLPENDTB-C-RSLV-USER-ID     CR4209
CR4209                                      CLPENDTB-C-RSLV-TS          CR4209
CR4209                                      CLPENDTB-C-RSLV-RSN-TX.     CR4209
CR4209     EXEC SQL                                                     CR4209
CR4209         INSERT INTO C_CLM_PEND_TB                                CR4209
CR4209                (R_CUST_PART_NUM, C_TCN_NUM, B_SYS_ID,            CR4209
CR4209                 C_PROV_ID, C_RX_SVC_REF_NUM, C_SVC_DT,           CR4209
CR4209                 C_INPUT_FRM_CD, C_TOT_CHRG_AMT, C_TOT_REIMB_AMT, CR4209
CR4209                 C_EXC_CNT_NUM, C_PEND_TS, C_PEND_DT,             CR4209
CR4209                 C_PEND_STAT_CD, C_RSLV_USER_ID, C_RSLV_TS,       CR4209
CR4209                 C_RSLV_RSN_TX)                                   CR4209
CR4209         VALUES (:CLPENDTB-R-CUST-PART-NUM,                       CR4209
CR4209                 :CLPENDTB-C-TCN-NUM,                             CR4209
CR4209                 :CLPENDTB-B-SYS-ID,                              CR4209
CR4209                 :CLPENDTB-C-PROV-ID,                             CR4209
CR4209                 :CLPENDTB-C-RX-SVC-REF-NUM,                      CR4209
CR4209                 :CLPENDTB-C-SVC-DT,                              CR4209
CR4209                 :CLPENDTB-C-INPUT-FRM-CD,                        CR4209
CR4209                 :CLPENDTB-C-TOT-CHRG-AMT,                        CR4209
CR4209                 :CLPENDTB-C-TOT-REIMB-AMT,                       CR4209
CR4209                 :CLPENDTB-C-EXC-CNT-NUM,                         CR4209
CR4209                 :CLPENDTB-C-PEND-TS,                             CR4209
CR4209                 TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD'),             CR4209
CR4209                 :CLPENDTB-C-PEND-STAT-CD,                        CR4209
CR4209                 :CLPENDTB-C-RSLV-USER-ID,                        CR4209
CR4209                 :CLPENDTB-C-RSLV-TS,                             CR4209
CR4209                 :CLPENDTB-C-RSLV-RSN-TX)                         CR4209
CR4209     END-EXEC.                                                    CR4209
CR4209     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4209
CR4209     IF NOT WW-001-SUCCESSFUL-CALL                                CR4209
CR4209         MOVE WK-001-PROGNAME                                     CR4209
CR4209           TO WD-999-MSG (1)                                      CR4209
CR4209         MOVE 'S962-030-QUEUE'                                    CR4209
CR4209           TO WD-999-MSG (2)                                      CR4209
CR4209         MOVE 'C_CLM_PEND_TB'                                     CR4209
CR4209           TO WD-999-MSG (3)                                      CR4209
CR4209         MOVE 'INSERT'                                            CR4209
CR4209           TO WD-999-MSG (4)                                      CR4209
CR4209         MOVE SPACES                                              CR4209
CR4209           TO WD-999-MSG (5)                                      CR4209
CR4209         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4209
CR4209     END-IF.                                                      CR4209
CR4209     PERFORM S962-040-QUEUE-EXC                                   CR4209
CR4209         THRU S962-040-999-EXIT                                   CR4209
CR4209         VARYING WS-962-EXC-SUB FROM 1 BY 1                       CR4209
CR4209         UNTIL WS-962-EXC-SUB > W1C40541-C-CNT-EXC-NUM            CR4209
CR4209            OR WS-962-EXC-SUB > 50.                               CR4209
CR4209 S962-030-999-EXIT.                                               CR4209
CR4209     EXIT.                                                        CR4209
CR4209*                                                                 CR4209
CR4209***************************************************************** CR4209
CR4209*  S962-040-QUEUE-EXC - ONE PENDING EXCEPTION.                  * CR4209
CR4209***************************************************************** CR4209
CR4209 S962-040-QUEUE-EXC.                                              CR4209
CR4209     MOVE W1C40541-C-EXC-STAT-CD OF W1C40541-C-LI-EXC-VW          CR4209
CR4209          (WS-962-EXC-SUB)       TO WS-962-EXC-STAT-CD.           CR4209
CR4209     IF NOT WS-962-EXC-PENDS                                      CR4209
CR4209         GO TO S962-040-999-EXIT                                  CR4209
CR4209     END-IF.                                                      CR4209
CR4209     MOVE CLPENDTB-R-CUST-PART-NUM TO CLPNDXTB-R-CUST-PART-NUM.   CR4209
CR4209     MOVE CLPENDTB-C-TCN-NUM       TO CLPNDXTB-C-TCN-NUM.         CR4209
CR4209     MOVE W1C40541-C-LI-NUM OF W1C40541-C-LI-EXC-VW               CR4209
CR4209          (WS-962-EXC-SUB)       TO CLPNDXTB-C-LI-NUM.            CR4209
CR4209     MOVE W1C40541-R-CLM-EXC-CD OF W1C40541-C-LI-EXC-VW           CR4209
CR4209          (WS-962-EXC-SUB)       TO CLPNDXTB-R-CLM-EXC-CD.        CR4209
CR4209     MOVE SPACE                    TO CLPNDXTB-C-RSLV-DISP-CD.    CR4209
CR4209     EXEC SQL                                                     CR4209
CR4209         INSERT INTO C_CLM_PEND_EXC_TB                            CR4209
CR4209                (R_CUST_PART_NUM, C_TCN_NUM, C_LI_NUM,            CR4209
CR4209                 R_CLM_EXC_CD, C_RSLV_DISP_CD)                    CR4209
CR4209         VALUES (:CLPNDXTB-R-CUST-PART-NUM,                       CR4209
CR4209                 :CLPNDXTB-C-TCN-NUM,                             CR4209
CR4209                 :CLPNDXTB-C-LI-NUM,                              CR4209
CR4209                 :CLPNDXTB-R-CLM-EXC-CD,                          CR4209
CR4209                 :CLPNDXTB-C-RSLV-DISP-CD)                        CR4209
CR4209     END-EXEC.                                                    CR4209
CR4209     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4209
CR4209     IF NOT WW-001-SUCCESSFUL-CALL                                CR4209
CR4209         MOVE WK-001-PROGNAME                                     CR4209
CR4209           TO WD-999-MSG (1)                                      CR4209
CR4209         MOVE 'S962-040-QUEUE-EXC'                                CR4209
CR4209           TO WD-999-MSG (2)                                      CR4209
CR4209         MOVE 'C_CLM_PEND_EXC_TB'                                 CR4209
CR4209           TO WD-999-MSG (3)                                      CR4209
CR4209         MOVE 'INSERT'                                            CR4209
CR4209           TO WD-999-MSG (4)                                      CR4209
CR4209         MOVE SPACES                                              CR4209
CR4209           TO WD-999-MSG (5)                                      CR4209
CR4209         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4209
CR4209     END-IF.                                                      CR4209
CR4209 S962-040-999-EXIT.                                               CR4209
CR4209     EXIT.                                                        CR4209
CR4209*                                                                 CR4209
CR4209 S962-999-EXIT.                                                   CR4209
CR4209     EXIT.                                                        CR4209
CR4207 S961-000-HHLD-CAP SECTION.                                       CR4207
CR4207*---------------------------------------------------------------* CR4207
CR4207*     S961-000-HHLD-CAP                                         * CR4207
CR4207*   MEDICAID HOUSEHOLD COST-SHARING CAP.  THE MEMBER'S          * CR4207
CR4207*   HOUSEHOLD (R_MBR_ELIG_TB) CARRIES A QUARTERLY CAP OF 5% OF  * CR4207
CR4207*   FAMILY INCOME.  EACH PAYING CLAIM'S PATIENT PAY COUNTS      * CR4207
CR4207*   AGAINST THE HOUSEHOLD'S B_HHLD_CAP_TB QUARTER; WHATEVER IS  * CR4207
CR4207*   PAST THE CAP IS WAIVED - THE COPAY / PATIENT PAY COMES      * CR4207
CR4207*   DOWN, INFO EXC 3979 TELLS THE COUNTER WHY - AND THE WAIVED  * CR4207
CR4207*   DOLLARS ARE KEPT FOR THE QUARTERLY STATE REPORT (PDDR0065). * CR4207
CR4207*   PERFORMED AT CLAIM TERMINATION ON A PAYING CLAIM ONLY, SO   * CR4207
CR4207*   A DENIED CLAIM NEVER COUNTS; S961-070 BACKS A MATCHED       * CR4207
CR4207*   REVERSAL OUT.                                               * CR4207
CR4207*---------------------------------------------------------------* CR4207
CR4207 S961-010-START.                                                  CR4207
CR4207*                                                                 CR4207
CR4207     MOVE 'N' TO WS-961-NEW-QTR-SW                                CR4207
CR4207                 WS-961-DUP-SW.                                   CR4207
CR4207     IF W1C66791-C-NCP-POS-TRAN-CD = WV-C8869-C-RX-REVERSAL-51-D0 CR4207
CR4207                                  OR WV-C8869-C-RX-1-REVERSAL     CR4207
CR4207                                  OR WV-C8869-C-SERVICE-REVERS-D0 CR4207
CR4207                                  OR WV-C8869-C-ELIG-VF-51-D0     CR4207
CR4207                                  OR WV-C8869-C-ELIGIBILITY-VERIF CR4207
CR4207         GO TO S961-999-EXIT                                      CR4207
CR4207     END-IF.                                                      CR4207
CR4207     IF CLMELGTB-B-HHLD-ID = SPACES OR HIGH-VALUES                CR4207
CR4207      OR CLMELGTB-B-HHLD-QTR-CAP-AMT NOT > ZEROES                 CR4207
CR4207***      NO HOUSEHOLD OR NO CAP - NOTHING TO COUNT                CR4207
CR4207         GO TO S961-999-EXIT                                      CR4207
CR4207     END-IF.                                                      CR4207
CR4207     IF W1C40541-C-HDR-SVC-FST-DT (1:4) NOT NUMERIC               CR4207
CR4207      OR W1C40541-C-HDR-SVC-FST-DT (6:2) NOT NUMERIC              CR4207
CR4207         GO TO S961-999-EXIT                                      CR4207
CR4207     END-IF.                                                      CR4207
CR4207*                                                                 CR4207
CR4207***  CALENDAR QUARTER OF THE DATE OF SERVICE - 'CCYY-QN'.         CR4207
CR4207     MOVE W1C40541-C-HDR-SVC-FST-DT TO WH-961-SVC-DT.             CR4207
CR4207     MOVE W1C40541-C-HDR-SVC-FST-DT (6:2) TO WS-961-SVC-MM.       CR4207
CR4207     COMPUTE WS-961-QTR-NUM = (WS-961-SVC-MM + 2) / 3.            CR4207
CR4207     MOVE SPACES TO WH-961-QTR-ID.                                CR4207
CR4207     STRING W1C40541-C-HDR-SVC-FST-DT (1:4) '-Q'                  CR4207
CR4207            WS-961-QTR-NUM                                        CR4207
CR4207         DELIMITED BY SIZE INTO WH-961-QTR-ID.                    CR4207
CR4207     MOVE W1C40541-R-CUST-PART-NUM                                CR4207
CR4207       TO BHHCAPTB-R-CUST-PART-NUM.                               CR4207
CR4207     MOVE CLMELGTB-B-HHLD-ID     TO BHHCAPTB-B-HHLD-ID.           CR4207
CR4207     MOVE WH-961-QTR-ID          TO BHHCAPTB-B-CAP-QTR-ID.        CR4207
CR4207     MOVE CLMELGTB-B-HHLD-QTR-CAP-AMT                             CR4207
CR4207                                 TO BHHCAPTB-B-CAP-AMT.           CR4207
CR4207     PERFORM S961-020-READ-QTR                                    CR4207
CR4207         THRU S961-020-999-EXIT.                                  CR4207
CR4207***  RETRY GUARD - THE SAME FILL (PHARMACY/RX/SERVICE DATE)       CR4207
CR4207***  RESUBMITTED UNDER A NEW TCN IS WAIVED THE SAME WAY BUT IS    CR4207
CR4207***  NOT COUNTED AGAIN.                                           CR4207
CR4207     PERFORM S961-030-CHECK-APPLIED                               CR4207
CR4207         THRU S961-030-999-EXIT.                                  CR4207
CR4207*                                                                 CR4207
CR4207***  THE CAP IS THE ONE ON THE ELIGIBILITY ROW TODAY; THE         CR4207
CR4207***  QUARTER ROW CARRIES WHAT HAS BEEN COLLECTED AGAINST IT.      CR4207
CR4207     MOVE W1C40541-C-TOT-PAT-RESP-AMT TO WS-961-PAT-AMT.          CR4207
CR4207     COMPUTE WS-961-REMAIN-AMT =                                  CR4207
CR4207         BHHCAPTB-B-CAP-AMT - BHHCAPTB-B-CAP-APPLD-AMT.           CR4207
CR4207     IF WS-961-REMAIN-AMT < ZEROES                                CR4207
CR4207         MOVE ZEROES TO WS-961-REMAIN-AMT                         CR4207
CR4207     END-IF.                                                      CR4207
CR4207     IF WS-961-PAT-AMT > WS-961-REMAIN-AMT                        CR4207
CR4207         MOVE WS-961-REMAIN-AMT TO WS-961-COUNT-AMT               CR4207
CR4207         COMPUTE WS-961-WAIVE-AMT =                               CR4207
CR4207             WS-961-PAT-AMT - WS-961-REMAIN-AMT                   CR4207
CR4207     ELSE                                                         CR4207
CR4207         MOVE WS-961-PAT-AMT    TO WS-961-COUNT-AMT               CR4207
CR4207         MOVE ZEROES            TO WS-961-WAIVE-AMT               CR4207
CR4207     END-IF.                                                      CR4207
CR4207     IF WS-961-WAIVE-AMT > ZEROES                                 CR4207
CR4207         PERFORM S961-040-WAIVE                                   CR4207
CR4207             THRU S961-040-999-EXIT                               CR4207
CR4207     END-IF.                                                      CR4207
CR4207     IF NOT WS-961-DUP-FILL                                       CR4207
CR4223      AND WS-000-BENE-INQ-MODE-NOT                                CR4223
CR4207         PERFORM S961-050-COMMIT                                  CR4207
CR4207             THRU S961-050-999-EXIT                               CR4207
CR4207     END-IF.                                                      CR4207
CR4207     GO TO S961-999-EXIT.                                         CR4207
CR4207*                                                                 CR4207
CR4207***************************************************************** CR4207
CR4207*  S961-020-READ-QTR - THE HOUSEHOLD'S QUARTER ROW.  NONE YET   * CR4207
CR4207*  MEANS THE FIRST PAYING CLAIM OF THE QUARTER: NOTHING         * CR4207
CR4207*  COLLECTED, AND S961-050 CREATES THE ROW.                     * CR4207
CR4207***************************************************************** CR4207
CR4207 S961-020-READ-QTR.                                               CR4207
CR4207     EXEC SQL                                                     CR4207
CR4207         SELECT B_CAP_APPLD_AMT                                   CR4207
CR4207               ,B_CAP_WAIVED_AMT                                  CR4207
CR4207               ,COALESCE(B_CAP_MET_DT, ' ')                       CR4207
CR4207           INTO :BHHCAPTB-B-CAP-APPLD-AMT                         CR4207
CR4207               ,:BHHCAPTB-B-CAP-WAIVED-AMT                        CR4207
CR4207               ,:BHHCAPTB-B-CAP-MET-DT                            CR4207
CR4207           FROM B_HHLD_CAP_TB                                     CR4207
CR4207          WHERE R_CUST_PART_NUM = :BHHCAPTB-R-CUST-PART-NUM       CR4207
CR4207            AND B_HHLD_ID       = :BHHCAPTB-B-HHLD-ID             CR4207
CR4207            AND B_CAP_QTR_ID    = :BHHCAPTB-B-CAP-QTR-ID          CR4207
CR4207     END-EXEC.                                                    CR4207
CR4207     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4207
CR4207     EVALUATE TRUE                                                CR4207
CR4207     WHEN WW-001-SUCCESSFUL-CALL                                  CR4207
CR4207         CONTINUE                                                 CR4207
CR4207     WHEN WW-001-DATA-NOT-FOUND                                   CR4207
CR4207         MOVE ZEROES TO BHHCAPTB-B-CAP-APPLD-AMT                  CR4207
CR4207                        BHHCAPTB-B-CAP-WAIVED-AMT                 CR4207
CR4207         MOVE SPACES TO BHHCAPTB-B-CAP-MET-DT                     CR4207
CR4207         SET WS-961-NEW-QTR TO TRUE                               CR4207
CR4207     WHEN OTHER                                                   CR4207
CR4207         MOVE WK-001-PROGNAME                                     CR4207
CR4207           TO WD-999-MSG (1)                                      CR4207
CR4207         MOVE 'S961-020-READ-QTR'                                 CR4207
CR4207           TO WD-999-MSG (2)                                      CR4207
CR4207         MOVE 'B_HHLD_CAP_TB'                                     CR4207
CR4207           TO WD-999-MSG (3)                                      CR4207
CR4207         MOVE 'SELECT'                                            CR4207
CR4207           TO WD-999-MSG (4)                                      CR4207
CR4207         MOVE SPACES                                              CR4207
CR4207           TO WD-999-MSG (5)                                      CR4207
CR4207         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4207
CR4207     END-EVALUATE.                                                CR4207
CR4207 S961-020-999-EXIT.                                               CR4207
CR4207     EXIT.                                                        CR4207
CR4207*                                                                 CR4207
CR4207***************************************************************** CR4207
CR4207*  S961-030-CHECK-APPLIED - HAS THIS FILL ALREADY BEEN COUNTED  * CR4207
CR4207*  AGAINST THE HOUSEHOLD'S QUARTER?                             * CR4207
CR4207***************************************************************** CR4207
CR4207 S961-030-CHECK-APPLIED.                                          CR4207
CR4207     MOVE W1C40541-R-CUST-PART-NUM                                CR4207
CR4207       TO BHHAPPTB-R-CUST-PART-NUM.                               CR4207
CR4207     MOVE BHHCAPTB-B-HHLD-ID     TO BHHAPPTB-B-HHLD-ID.           CR4207
CR4207     MOVE WH-961-QTR-ID          TO BHHAPPTB-B-CAP-QTR-ID.        CR4207
CR4207     MOVE W1C40541-B-SYS-ID      TO BHHAPPTB-B-SYS-ID.            CR4207
CR4207     MOVE W1C40541-C-TCN-NUM     TO BHHAPPTB-C-TCN-NUM.           CR4207
CR4207     MOVE W1C40541-C-BLNG-PROV-ID                                 CR4207
CR4207                                 TO BHHAPPTB-C-PROV-ID.           CR4207
CR4207     MOVE W1C40541-C-RX-SVC-REF-NUM                               CR4207
CR4207                                 TO BHHAPPTB-C-RX-SVC-REF-NUM.    CR4207
CR4207     MOVE WH-961-SVC-DT          TO BHHAPPTB-C-SVC-DT.            CR4207
CR4207     EXEC SQL                                                     CR4207
CR4207         SELECT C_APPLY_AMT                                       CR4207
CR4207           INTO :BHHAPPTB-C-APPLY-AMT                             CR4207
CR4207           FROM B_HHLD_CAP_APPLY_TB                               CR4207
CR4207          WHERE R_CUST_PART_NUM  = :BHHAPPTB-R-CUST-PART-NUM      CR4207
CR4207            AND B_HHLD_ID        = :BHHAPPTB-B-HHLD-ID            CR4207
CR4207            AND B_CAP_QTR_ID     = :BHHAPPTB-B-CAP-QTR-ID         CR4207
CR4207            AND C_PROV_ID        = :BHHAPPTB-C-PROV-ID            CR4207
CR4207            AND C_RX_SVC_REF_NUM =                                CR4207
CR4207                                :BHHAPPTB-C-RX-SVC-REF-NUM        CR4207
CR4207            AND C_SVC_DT         = :BHHAPPTB-C-SVC-DT             CR4207
CR4207            AND ROWNUM = 1                                        CR4207
CR4207     END-EXEC.                                                    CR4207
CR4207     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4207
CR4207     EVALUATE TRUE                                                CR4207
CR4207     WHEN WW-001-SUCCESSFUL-CALL                                  CR4207
CR4207         SET WS-961-DUP-FILL TO TRUE                              CR4207
CR4207     WHEN WW-001-DATA-NOT-FOUND                                   CR4207
CR4207         CONTINUE                                                 CR4207
CR4207     WHEN OTHER                                                   CR4207
CR4207         MOVE WK-001-PROGNAME                                     CR4207
CR4207           TO WD-999-MSG (1)                                      CR4207
CR4207         MOVE 'S961-030-CHECK-APPLIED'                            CR4207
CR4207           TO WD-999-MSG (2)                                      CR4207
CR4207         MOVE 'B_HHLD_CAP_APPLY_TB'                               CR4207
CR4207           TO WD-999-MSG (3)                                      CR4207
CR4207         MOVE 'SELECT'                                            CR4207
CR4207           TO WD-999-MSG (4)                                      CR4207
CR4207         MOVE SPACES                                              CR4207
CR4207           TO WD-999-MSG (5)                                      CR4207
CR4207         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4207
CR4207     END-EVALUATE.                                                CR4207
CR4207 S961-030-999-EXIT.                                               CR4207
CR4207     EXIT.                                                        CR4207
CR4207*                                                                 CR4207
CR4207***************************************************************** CR4207
CR4207*  S961-040-WAIVE - THE HOUSEHOLD PAYS NO MORE THAN WHAT IS     * CR4207
CR4207*  LEFT UNDER THE CAP.  NOTHING LEFT ZEROES THE LIABILITY       * CR4207
CR4207*  AMOUNTS AS THE EXEMPTION DOES (S952); A PARTIAL REMAINDER    * CR4207
CR4207*  CAPS THEM AT IT.  INFO EXC 3979 EITHER WAY.                  * CR4207
CR4207***************************************************************** CR4207
CR4207 S961-040-WAIVE.                                                  CR4207
CR4207     IF WS-961-COUNT-AMT = ZEROES                                 CR4207
CR4207         MOVE ZEROES TO W1C40541-C-TOT-PAT-RESP-AMT               CR4207
CR4207                        W1C40541-C-TOT-COPAY-AMT                  CR4207
CR4207                        W1C40541-C-PAT-LIAB-AMT                   CR4207
CR4207     ELSE                                                         CR4207
CR4207         MOVE WS-961-COUNT-AMT TO W1C40541-C-TOT-PAT-RESP-AMT     CR4207
CR4207         IF W1C40541-C-TOT-COPAY-AMT > WS-961-COUNT-AMT           CR4207
CR4207             MOVE WS-961-COUNT-AMT TO W1C40541-C-TOT-COPAY-AMT    CR4207
CR4207         END-IF                                                   CR4207
CR4207         IF W1C40541-C-PAT-LIAB-AMT > WS-961-COUNT-AMT            CR4207
CR4207             MOVE WS-961-COUNT-AMT TO W1C40541-C-PAT-LIAB-AMT     CR4207
CR4207         END-IF                                                   CR4207
CR4207     END-IF.                                                      CR4207
CR4207**   HOUSEHOLD CAP MET - INFO EXCP 3979 ***********************   CR4207
CR4207     MOVE WV-R1737-C-HHLD-CAP-MET TO WW-600-CLM-EXC-CD.           CR4207
CR4207     MOVE ZEROES                  TO WW-600-CLM-EXC-LI.           CR4207
CR4207     PERFORM S600C1-000-POST-EXCEPTION.                           CR4207
CR4207 S961-040-999-EXIT.                                               CR4207
CR4207     EXIT.                                                        CR4207
CR4207*                                                                 CR4207
CR4207***************************************************************** CR4207
CR4207*  S961-050-COMMIT - ADD THE CLAIM TO THE HOUSEHOLD'S QUARTER   * CR4207
CR4207*  (CREATING THE ROW ON THE FIRST CLAIM), STAMP THE MET DATE    * CR4207
CR4207*  WHEN THE CAP IS REACHED, AND RECORD THE APPLICATION UNDER    * CR4207
CR4207*  THE TCN FOR THE RETRY GUARD AND REVERSAL BACK-OUT.           * CR4207
CR4207***************************************************************** CR4207
CR4207 S961-050-COMMIT.                                                 CR4207
CR4207     MOVE WS-961-COUNT-AMT       TO BHHAPPTB-C-APPLY-AMT.         CR4207
CR4207     MOVE WS-961-WAIVE-AMT       TO BHHAPPTB-C-WAIVED-AMT.        CR4207
CR4207     IF BHHCAPTB-B-CAP-MET-DT = SPACES                            CR4207
CR4207      AND BHHCAPTB-B-CAP-APPLD-AMT + WS-961-COUNT-AMT             CR4207
CR4207              NOT < BHHCAPTB-B-CAP-AMT                            CR4207
CR4207         MOVE WH-961-SVC-DT      TO BHHCAPTB-B-CAP-MET-DT         CR4207
CR4207     END-IF.                                                      CR4207
CR4207     IF WS-961-NEW-QTR                                            CR4207
CR4207         EXEC SQL                                                 CR4207
CR4207             INSERT INTO B_HHLD_CAP_TB                            CR4207
CR4207                    (R_CUST_PART_NUM, B_HHLD_ID, B_CAP_QTR_ID,    CR4207
CR4207                     B_CAP_AMT, B_CAP_APPLD_AMT, B_CAP_WAIVED_AMT,CR4207
CR4207                     B_CAP_MET_DT, B_UPD_TS)                      CR4207
CR4207             VALUES (:BHHCAPTB-R-CUST-PART-NUM,                   CR4207
CR4207                     :BHHCAPTB-B-HHLD-ID,                         CR4207
CR4207                     :BHHCAPTB-B-CAP-QTR-ID,                      CR4207
CR4207                     :BHHCAPTB-B-CAP-AMT,                         CR4207
CR4207                     :BHHAPPTB-C-APPLY-AMT,                       CR4207
CR4207                     :BHHAPPTB-C-WAIVED-AMT,                      CR4207
CR4207                     :BHHCAPTB-B-CAP-MET-DT,                      CR4207
CR4207                     TO_CHAR(CURRENT_TIMESTAMP,                   CR4207
CR4207                             'YYYY-MM-DD-HH24.MI.SS.FF6'))        CR4207
CR4207         END-EXEC                                                 CR4207
CR4207         MOVE 'INSERT'           TO WD-999-MSG (4)                CR4207
CR4207     ELSE                                                         CR4207
CR4207         EXEC SQL                                                 CR4207
CR4207             UPDATE B_HHLD_CAP_TB                                 CR4207
CR4207                SET B_CAP_AMT        = :BHHCAPTB-B-CAP-AMT,       CR4207
CR4207                    B_CAP_APPLD_AMT  = B_CAP_APPLD_AMT            CR4207
CR4207                                     + :BHHAPPTB-C-APPLY-AMT,     CR4207
CR4207                    B_CAP_WAIVED_AMT = B_CAP_WAIVED_AMT           CR4207
CR4207                                     + :BHHAPPTB-C-WAIVED-AMT,    CR4207
CR4207                    B_CAP_MET_DT     = :BHHCAPTB-B-CAP-MET-DT,    CR4207
CR4207                    B_UPD_TS = TO_CHAR(CURRENT_TIMESTAMP,         CR4207
CR4207                            'YYYY-MM-DD-HH24.MI.SS.FF6')          CR4207
CR4207              WHERE R_CUST_PART_NUM = :BHHCAPTB-R-CUST-PART-NUM   CR4207
CR4207                AND B_HHLD_ID       = :BHHCAPTB-B-HHLD-ID         CR4207
CR4207                AND B_CAP_QTR_ID    = :BHHCAPTB-B-CAP-QTR-ID      CR4207
CR4207         END-EXEC                                                 CR4207
CR4207         MOVE 'UPDATE'           TO WD-999-MSG (4)                CR4207
CR4207     END-IF.                                                      CR4207
CR4207     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4207
CR4207     IF NOT WW-001-SUCCESSFUL-CALL                                CR4207
CR4207         MOVE WK-001-PROGNAME                                     CR4207
CR4207           TO WD-999-MSG (1)                                      CR4207
CR4207         MOVE 'S961-050-COMMIT'                                   CR4207
CR4207           TO WD-999-MSG (2)                                      CR4207
CR4207         MOVE 'B_HHLD_CAP_TB'                                     CR4207
CR4207           TO WD-999-MSG (3)                                      CR4207
CR4207         MOVE SPACES                                              CR4207
CR4207           TO WD-999-MSG (5)                                      CR4207
CR4207         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4207
CR4207     END-IF.                                                      CR4207
CR4207     EXEC SQL                                                     CR4207
CR4207         INSERT INTO B_HHLD_CAP_APPLY_TB                          CR4207
CR4207                (R_CUST_PART_NUM, B_HHLD_ID, B_CAP_QTR_ID,        CR4207
CR4207                 B_SYS_ID, C_TCN_NUM, C_PROV_ID,                  CR4207
CR4207                 C_RX_SVC_REF_NUM, C_SVC_DT,                      CR4207
CR4207                 C_APPLY_AMT, C_WAIVED_AMT)                       CR4207
CR4207         VALUES (:BHHAPPTB-R-CUST-PART-NUM,                       CR4207
CR4207                 :BHHAPPTB-B-HHLD-ID,                             CR4207
CR4207                 :BHHAPPTB-B-CAP-QTR-ID,                          CR4207
CR4207                 :BHHAPPTB-B-SYS-ID,                              CR4207
CR4207                 :BHHAPPTB-C-TCN-NUM,                             CR4207
CR4207                 :BHHAPPTB-C-PROV-ID,                             CR4207
CR4207                 :BHHAPPTB-C-RX-SVC-REF-NUM,                      CR4207
CR4207                 :BHHAPPTB-C-SVC-DT,                              CR4207
CR4207                 :BHHAPPTB-C-APPLY-AMT,                           CR4207
CR4207                 :BHHAPPTB-C-WAIVED-AMT)                          CR4207
CR4207     END-EXEC.                                                    CR4207
CR4207     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4207
CR4207     IF NOT WW-001-SUCCESSFUL-CALL                                CR4207
CR4207         MOVE WK-001-PROGNAME                                     CR4207
CR4207           TO WD-999-MSG (1)                                      CR4207
CR4207         MOVE 'S961-050-COMMIT'                                   CR4207
CR4207           TO WD-999-MSG (2)                                      CR4207
CR4207         MOVE 'B_HHLD_CAP_APPLY_TB'                               CR4207
CR4207           TO WD-999-MSG (3)                                      CR4207
CR4207         MOVE 'INSERT'                                            CR4207
CR4207           TO WD-999-MSG (4)                                      CR4207
CR4207         MOVE SPACES                                              CR4207
CR4207           TO WD-999-MSG (5)                                      CR4207
CR4207         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4207
CR4207     END-IF.                                                      CR4207
CR4207 S961-050-999-EXIT.                                               CR4207
CR4207     EXIT.                                                        CR4207
CR4207*                                                                 CR4207
CR4207***************************************************************** CR4207
CR4207*  S961-070-BACKOUT - A MATCHED REVERSAL TAKES ITS CLAIM BACK   * CR4207
CR4207*  OUT OF THE HOUSEHOLD'S QUARTER: COLLECTED AND WAIVED         * CR4207
CR4207*  AMOUNTS COME DOWN, THE MET DATE CLEARS IF THE QUARTER DROPS  * CR4207
CR4207*  BELOW THE CAP, AND THE APPLICATION ROW GOES AWAY.            * CR4207
CR4207***************************************************************** CR4207
CR4207 S961-070-BACKOUT.                                                CR4207
CR4207     MOVE W1C40541-R-CUST-PART-NUM                                CR4207
CR4207       TO BHHAPPTB-R-CUST-PART-NUM.                               CR4207
CR4207     MOVE WH-936-ORIG-TCN-NUM    TO BHHAPPTB-C-TCN-NUM.           CR4207
CR4207     EXEC SQL                                                     CR4207
CR4207         SELECT B_HHLD_ID, B_CAP_QTR_ID,                          CR4207
CR4207                C_APPLY_AMT, C_WAIVED_AMT                         CR4207
CR4207           INTO :BHHAPPTB-B-HHLD-ID,                              CR4207
CR4207                :BHHAPPTB-B-CAP-QTR-ID,                           CR4207
CR4207                :BHHAPPTB-C-APPLY-AMT,                            CR4207
CR4207                :BHHAPPTB-C-WAIVED-AMT                            CR4207
CR4207           FROM B_HHLD_CAP_APPLY_TB                               CR4207
CR4207          WHERE R_CUST_PART_NUM = :BHHAPPTB-R-CUST-PART-NUM       CR4207
CR4207            AND C_TCN_NUM       = :BHHAPPTB-C-TCN-NUM             CR4207
CR4207     END-EXEC.                                                    CR4207
CR4207     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4207
CR4207     EVALUATE TRUE                                                CR4207
CR4207     WHEN WW-001-SUCCESSFUL-CALL                                  CR4207
CR4207         CONTINUE                                                 CR4207
CR4207     WHEN WW-001-DATA-NOT-FOUND                                   CR4207
CR4207***      THE REVERSED CLAIM WAS NEVER COUNTED                     CR4207
CR4207         GO TO S961-070-999-EXIT                                  CR4207
CR4207     WHEN OTHER                                                   CR4207
CR4207         MOVE WK-001-PROGNAME                                     CR4207
CR4207           TO WD-999-MSG (1)                                      CR4207
CR4207         MOVE 'S961-070-BACKOUT'                                  CR4207
CR4207           TO WD-999-MSG (2)                                      CR4207
CR4207         MOVE 'B_HHLD_CAP_APPLY_TB'                               CR4207
CR4207           TO WD-999-MSG (3)                                      CR4207
CR4207         MOVE 'SELECT'                                            CR4207
CR4207           TO WD-999-MSG (4)                                      CR4207
CR4207         MOVE SPACES                                              CR4207
CR4207           TO WD-999-MSG (5)                                      CR4207
CR4207         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4207
CR4207     END-EVALUATE.                                                CR4207
CR4207***  A QUARTER PULLED BACK UNDER ITS CAP IS NO LONGER MET.        CR4207
CR4207     EXEC SQL                                                     CR4207
CR4207         UPDATE B_HHLD_CAP_TB                                     CR4207
CR4207            SET B_CAP_APPLD_AMT  = B_CAP_APPLD_AMT                CR4207
CR4207                                 - :BHHAPPTB-C-APPLY-AMT,         CR4207
CR4207                B_CAP_WAIVED_AMT = B_CAP_WAIVED_AMT               CR4207
CR4207                                 - :BHHAPPTB-C-WAIVED-AMT,        CR4207
CR4207                B_CAP_MET_DT     =                                CR4207
CR4207                    CASE WHEN B_CAP_APPLD_AMT                     CR4207
CR4207                            - :BHHAPPTB-C-APPLY-AMT < B_CAP_AMT   CR4207
CR4207                         THEN ' '                                 CR4207
CR4207                         ELSE B_CAP_MET_DT                        CR4207
CR4207                    END,                                          CR4207
CR4207                B_UPD_TS = TO_CHAR(CURRENT_TIMESTAMP,             CR4207
CR4207                        'YYYY-MM-DD-HH24.MI.SS.FF6')              CR4207
CR4207          WHERE R_CUST_PART_NUM = :BHHAPPTB-R-CUST-PART-NUM       CR4207
CR4207            AND B_HHLD_ID       = :BHHAPPTB-B-HHLD-ID             CR4207
CR4207            AND B_CAP_QTR_ID    = :BHHAPPTB-B-CAP-QTR-ID          CR4207
CR4207     END-EXEC.                                                    CR4207
CR4207     IF SQLCODE OF SQLCA NOT = 0                                  CR4207
CR4207      AND SQLCODE OF SQLCA NOT = 100                              CR4207
CR4207         MOVE WK-001-PROGNAME                                     CR4207
CR4207           TO WD-999-MSG (1)                                      CR4207
CR4207         MOVE 'S961-070-BACKOUT'                                  CR4207
CR4207           TO WD-999-MSG (2)                                      CR4207
CR4207         MOVE 'B_HHLD_CAP_TB'                                     CR4207
CR4207           TO WD-999-MSG (3)                                      CR4207
CR4207         MOVE 'UPDATE'                                            CR4207
CR4207           TO WD-999-MSG (4)                                      CR4207
CR4207         MOVE SPACES                                              CR4207
CR4207           TO WD-999-MSG (5)                                      CR4207
CR4207         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4207
CR4207     END-IF.                                                      CR4207
CR4207     EXEC SQL                                                     CR4207
CR4207         DELETE FROM B_HHLD_CAP_APPLY_TB                          CR4207
CR4207          WHERE R_CUST_PART_NUM = :BHHAPPTB-R-CUST-PART-NUM       CR4207
CR4207            AND C_TCN_NUM       = :BHHAPPTB-C-TCN-NUM             CR4207
CR4207     END-EXEC.                                                    CR4207
CR4207     IF SQLCODE OF SQLCA NOT = 0                                  CR4207
CR4207      AND SQLCODE OF SQLCA NOT = 100                              CR4207
CR4207         MOVE WK-001-PROGNAME                                     CR4207
CR4207           TO WD-999-MSG (1)                                      CR4207
CR4207         MOVE 'S961-070-BACKOUT'                                  CR4207
CR4207           TO WD-999-MSG (2)                                      CR4207
CR4207         MOVE 'B_HHLD_CAP_APPLY_TB'                               CR4207
CR4207           TO WD-999-MSG (3)                                      CR4207
CR4207         MOVE 'DELETE'                                            CR4207
CR4207           TO WD-999-MSG (4)                                      CR4207
CR4207         MOVE SPACES                                              CR4207
CR4207           TO WD-999-MSG (5)                                      CR4207
CR4207         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4207
CR4207     END-IF.                                                      CR4207
CR4207 S961-070-999-EXIT.                                               CR4207
CR4207     EXIT.                                                        CR4207
CR4207 S961-999-EXIT.  EXIT.                                            CR4207
CR4207*                                                                 CR4207
CR4205 S960-000-QTY-LIMIT SECTION.                                      CR4205
CR4205*---------------------------------------------------------------* CR4205
CR4205*     S960-000-QTY-LIMIT                                        * CR4205
CR4205*   ROLLING-WINDOW CUMULATIVE QUANTITY LIMITS.  LIST 7528       * CR4205
CR4205*   CARRIES ONE ROW PER GCN AND WINDOW (GCN IN THE START        * CR4205
CR4205*   LIMIT, MAXIMUM QUANTITY IN THE END LIMIT, WINDOW DAYS IN    * CR4205
CR4205*   THE DETAIL TEXT - DEFAULT 30), SO ONE DRUG MAY HAVE BOTH A  * CR4205
CR4205*   MONTHLY AND A YEARLY LIMIT.  FOR EACH ROW THE MEMBER'S      * CR4205
CR4205*   PAID QUANTITY OF THE GCN WITH A DATE OF SERVICE INSIDE THE  * CR4205
CR4205*   WINDOW ENDING ON THIS CLAIM'S DATE OF SERVICE, ACROSS ALL   * CR4205
CR4205*   FILLS AND PHARMACIES, IS ADDED TO THE SUBMITTED QUANTITY.   * CR4205
CR4205*   OVER THE LIMIT DENIES 3977 AND THE RESPONSE MESSAGE         * CR4205
CR4205*   RETURNS THE QUANTITY STILL ALLOWED IN THAT WINDOW.  AN      * CR4205
CR4205*   APPROVED PA FOR THE GCN ON THE DATE OF SERVICE BYPASSES     * CR4205
CR4205*   THE LIMIT.  WHEN THE DRUG-HISTORY SUMMARY SHOWS THE LAST    * CR4205
CR4205*   PAID FILL BEFORE THE WINDOW, THE DETAIL SUM IS SKIPPED.     * CR4205
CR4205*---------------------------------------------------------------* CR4205
CR4205 S960-010-START.                                                  CR4205
CR4205*                                                                 CR4205
CR4205     IF W1C66791-C-NCP-POS-TRAN-CD = WV-C8869-C-RX-REVERSAL-51-D0 CR4205
CR4205                                  OR WV-C8869-C-RX-1-REVERSAL     CR4205
CR4205                                  OR WV-C8869-C-SERVICE-REVERS-D0 CR4205
CR4205                                  OR WV-C8869-C-ELIG-VF-51-D0     CR4205
CR4205                                  OR WV-C8869-C-ELIGIBILITY-VERIF CR4205
CR4205         GO TO S960-999-EXIT                                      CR4205
CR4205     END-IF.                                                      CR4205
CR4205     IF WS-000-COMPOUND-YES                                       CR4205
CR4205         GO TO S960-999-EXIT                                      CR4205
CR4205     END-IF.                                                      CR4205
CR4205     IF W1C40541-R-DRUG-GCN-SEQ-NUM (WS-000-LI-SUB)               CR4205
CR4205                                    NOT > ZEROES                  CR4205
CR4205         GO TO S960-999-EXIT                                      CR4205
CR4205     END-IF.                                                      CR4205
CR4205     IF W1C40541-C-HDR-SVC-FST-DT (1:4) NOT NUMERIC               CR4205
CR4205         GO TO S960-999-EXIT                                      CR4205
CR4205     END-IF.                                                      CR4205
CR4205     MOVE W1C40541-C-HDR-SVC-FST-DT TO WH-960-SVC-FST-DT.         CR4205
CR4205     MOVE W1C40541-R-DRUG-GCN-SEQ-NUM (WS-000-LI-SUB)             CR4205
CR4205       TO WH-960-GCN-TX                                           CR4205
CR4205          WH-935-CURR-GCN-SEQ-NUM.                                CR4205
CR4205     MOVE W1C40541-R-CUST-PART-NUM                                CR4205
CR4205       TO CLEXCXTB-R-CUST-PART-NUM.                               CR4205
CR4205     MOVE W1C40541-B-SYS-ID                                       CR4205
CR4205       TO CLEXCXTB-B-SYS-ID.                                      CR4205
CR4205*                                                                 CR4205
CR4205***  THE SUMMARY ROW (IF ANY) IS READ ONCE FOR ALL WINDOWS.       CR4205
CR4205     PERFORM S947-100-READ-SUM                                    CR4205
CR4205         THRU S947-100-999-EXIT.                                  CR4205
CR4205*                                                                 CR4205
CR4205     MOVE 'N' TO WS-960-QLMT-EOF-SW                               CR4205
CR4205                 WS-960-BREACH-SW.                                CR4205
CR4205     PERFORM S960-020-OPEN-QLMT-CURS                              CR4205
CR4205         THRU S960-020-999-EXIT.                                  CR4205
CR4205     PERFORM S960-030-FETCH-QLMT-CURS                             CR4205
CR4205         THRU S960-030-999-EXIT                                   CR4205
CR4205         UNTIL WS-960-END-O-QLMT-DATA                             CR4205
CR4205            OR WS-960-LIMIT-BREACHED.                             CR4205
CR4205     EXEC SQL                                                     CR4205
CR4205             CLOSE QTY_LIMIT_LST                                  CR4205
CR4205     END-EXEC.                                                    CR4205
CR4205     IF NOT WS-960-LIMIT-BREACHED                                 CR4205
CR4205         GO TO S960-999-EXIT                                      CR4205
CR4205     END-IF.                                                      CR4205
CR4205*                                                                 CR4205
CR4205***  OVER THE LIMIT - AN APPROVED PA FOR THE DRUG LIFTS IT.       CR4205
CR4205     PERFORM S960-050-CHECK-APPROVED-PA                           CR4205
CR4205         THRU S960-050-999-EXIT.                                  CR4205
CR4205     IF NOT WS-960-LIMIT-BREACHED                                 CR4205
CR4205         GO TO S960-999-EXIT                                      CR4205
CR4205     END-IF.                                                      CR4205
CR4205*                                                                 CR4205
CR4205**   CUMULATIVE QUANTITY LIMIT EXCEEDED - EXCP 3977 ************  CR4205
CR4205     MOVE WV-R1737-C-QTY-LIMIT-EXCEEDED TO WW-600-CLM-EXC-CD.     CR4205
CR4205     MOVE WS-000-LI-SUB                 TO WW-600-CLM-EXC-LI.     CR4205
CR4205     PERFORM S206-100-EMERG-BYPASS.                               CR4205
CR4205     IF WS-206-BYPASSED                                           CR4205
CR4205         GO TO S960-999-EXIT                                      CR4205
CR4205     END-IF.                                                      CR4205
CR4205     MOVE WS-960-REMAIN-QTY TO WS-960-REMAIN-DSP.                 CR4205
CR4205     MOVE SPACES TO WL-807-DUR-MESSAGE.                           CR4205
CR4205     STRING 'QTY LMT REMAINING '                                  CR4205
CR4205            WS-960-REMAIN-DSP                                     CR4205
CR4205         DELIMITED BY SIZE INTO WL-807-DUR-MESSAGE.               CR4205
CR4205     SET WS-000-EC-IN-PRCS-IS-FATAL TO TRUE.                      CR4205
CR4205     PERFORM S600C1-000-POST-EXCEPTION.                           CR4205
CR4205     SET WW-000-FATAL-ERROR  TO TRUE.                             CR4205
CR4205     SET WS-000-EC-IN-PRCS-NOT-FATAL TO TRUE.                     CR4205
CR4205     GO TO S960-999-EXIT.                                         CR4205
CR4205*                                                                 CR4205
CR4205 S960-020-OPEN-QLMT-CURS.                                         CR4205
CR4205     EXEC SQL                                                     CR4205
CR4205             OPEN QTY_LIMIT_LST                                   CR4205
CR4205     END-EXEC.                                                    CR4205
CR4205     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4205
CR4205     EVALUATE TRUE                                                CR4205
CR4205     WHEN WW-001-SUCCESSFUL-CALL                                  CR4205
CR4205         CONTINUE                                                 CR4205
CR4205     WHEN OTHER                                                   CR4205
CR4205         MOVE WK-001-PROGNAME                                     CR4205
CR4205           TO WD-999-MSG (1)                                      CR4205
CR4205         MOVE 'S960-020-OPEN-QLMT-CURS'                           CR4205
CR4205           TO WD-999-MSG (2)                                      CR4205
CR4205         MOVE 'G_LIST_DTL_TB'                                     CR4205
CR4205           TO WD-999-MSG (3)                                      CR4205
CR4205         MOVE 'OPEN'                                              CR4205
CR4205           TO WD-999-MSG (4)                                      CR4205
CR4205         MOVE SPACES                                              CR4205
CR4205           TO WD-999-MSG (5)                                      CR4205
CR4205         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4205
CR4205     END-EVALUATE.                                                CR4205
CR4205 S960-020-999-EXIT.                                               CR4205
CR4205     EXIT.                                                        CR4205
CR4205*                                                                 CR4205
CR4205 S960-030-FETCH-QLMT-CURS.                                        CR4205
CR4205     EXEC SQL                                                     CR4205
CR4205             FETCH QTY_LIMIT_LST                                  CR4205
CR4205             INTO   :WH-960-LMT-QTY-TX                            CR4205
CR4205                   ,:WH-960-WNDW-TX                               CR4205
CR4205     END-EXEC.                                                    CR4205
CR4205     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4205
CR4205     EVALUATE TRUE                                                CR4205
CR4205     WHEN WW-001-SUCCESSFUL-CALL                                  CR4205
CR4205         PERFORM S960-040-CHECK-WINDOW                            CR4205
CR4205             THRU S960-040-999-EXIT                               CR4205
CR4205     WHEN WW-001-DATA-NOT-FOUND                                   CR4205
CR4205         SET WS-960-END-O-QLMT-DATA TO TRUE                       CR4205
CR4205     WHEN OTHER                                                   CR4205
CR4205         MOVE WK-001-PROGNAME                                     CR4205
CR4205           TO WD-999-MSG (1)                                      CR4205
CR4205         MOVE 'S960-030-FETCH-QLMT-CURS'                          CR4205
CR4205           TO WD-999-MSG (2)                                      CR4205
CR4205         MOVE 'G_LIST_DTL_TB'                                     CR4205
CR4205           TO WD-999-MSG (3)                                      CR4205
CR4205         MOVE 'FETCH'                                             CR4205
CR4205           TO WD-999-MSG (4)                                      CR4205
CR4205         MOVE SPACES                                              CR4205
CR4205           TO WD-999-MSG (5)                                      CR4205
CR4205         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4205
CR4205     END-EVALUATE.                                                CR4205
CR4205 S960-030-999-EXIT.                                               CR4205
CR4205     EXIT.                                                        CR4205
CR4205*                                                                 CR4205
CR4205***************************************************************** CR4205
CR4205*  S960-040-CHECK-WINDOW - PAID QUANTITY IN THIS ROW'S WINDOW   * CR4205
CR4205*  PLUS THE CLAIM AGAINST THE ROW'S MAXIMUM.                    * CR4205
CR4205***************************************************************** CR4205
CR4205 S960-040-CHECK-WINDOW.                                           CR4205
CR4205     IF WH-960-LMT-QTY-TX (1:1) NOT NUMERIC                       CR4205
CR4205***      UNUSABLE ROW - NO LIMIT TO APPLY                         CR4205
CR4205         GO TO S960-040-999-EXIT                                  CR4205
CR4205     END-IF.                                                      CR4205
CR4205     MOVE FUNCTION NUMVAL (WH-960-LMT-QTY-TX)                     CR4205
CR4205       TO WS-960-LMT-QTY.                                         CR4205
CR4205     IF WH-960-WNDW-TX (1:1) NUMERIC                              CR4205
CR4205         MOVE FUNCTION NUMVAL (WH-960-WNDW-TX)                    CR4205
CR4205           TO WS-960-WNDW-DAYS                                    CR4205
CR4205     ELSE                                                         CR4205
CR4205         MOVE +30 TO WS-960-WNDW-DAYS                             CR4205
CR4205     END-IF.                                                      CR4205
CR4205***  THE WINDOW ENDS ON THE DATE OF SERVICE AND SPANS THE ROW'S   CR4205
CR4205***  DAYS INCLUDING IT (30 = SERVICE DATE AND THE 29 BEFORE).     CR4205
CR4205     MOVE WH-960-SVC-FST-DT (1:4)   TO WW-010-SVC-CCYY-9.         CR4205
CR4205     MOVE WH-960-SVC-FST-DT (6:2)   TO WW-010-SVC-MM-9.           CR4205
CR4205     MOVE WH-960-SVC-FST-DT (9:2)   TO WW-010-SVC-DD-9.           CR4205
CR4205     COMPUTE WW-010-LKBK-INT =                                    CR4205
CR4205         FUNCTION INTEGER-OF-DATE (WW-010-SVC-DT-99)              CR4205
CR4205         - WS-960-WNDW-DAYS + 1.                                  CR4205
CR4205     MOVE FUNCTION DATE-OF-INTEGER (WW-010-LKBK-INT)              CR4205
CR4205                            TO WW-010-LKBK-DT-9.                  CR4205
CR4205     MOVE WW-010-LKBK-CCYY-9  TO WH-960-WNDW-BEG-DT (1:4).        CR4205
CR4205     MOVE '-'                 TO WH-960-WNDW-BEG-DT (5:1).        CR4205
CR4205     MOVE WW-010-LKBK-MM-9    TO WH-960-WNDW-BEG-DT (6:2).        CR4205
CR4205     MOVE '-'                 TO WH-960-WNDW-BEG-DT (8:1).        CR4205
CR4205     MOVE WW-010-LKBK-DD-9    TO WH-960-WNDW-BEG-DT (9:2).        CR4205
CR4205*                                                                 CR4205
CR4205     MOVE ZEROES TO WH-960-PRIOR-QTY.                             CR4205
CR4205     IF WS-947-SUM-FOUND                                          CR4205
CR4205      AND CLMDSMTB-C-LST-FILL-DT < WH-960-WNDW-BEG-DT             CR4205
CR4205***      LAST PAID FILL PREDATES THE WINDOW - NOTHING TO SUM      CR4205
CR4205         CONTINUE                                                 CR4205
CR4205     ELSE                                                         CR4205
CR4205         PERFORM S960-045-SUM-WINDOW                              CR4205
CR4205             THRU S960-045-999-EXIT                               CR4205
CR4205     END-IF.                                                      CR4205
CR4205*                                                                 CR4205
CR4205     IF WH-960-PRIOR-QTY + W1C40541-C-DRUG-SUB-QTY-AMT            CR4205
CR4205                                    > WS-960-LMT-QTY              CR4205
CR4205         SET WS-960-LIMIT-BREACHED TO TRUE                        CR4205
CR4205         COMPUTE WS-960-REMAIN-QTY =                              CR4205
CR4205             WS-960-LMT-QTY - WH-960-PRIOR-QTY                    CR4205
CR4205         IF WS-960-REMAIN-QTY < ZEROES                            CR4205
CR4205             MOVE ZEROES TO WS-960-REMAIN-QTY                     CR4205
CR4205         END-IF                                                   CR4205
CR4205     END-IF.                                                      CR4205
CR4205 S960-040-999-EXIT.                                               CR4205
CR4205     EXIT.                                                        CR4205
CR4205*                                                                 CR4205
CR4205 S960-045-SUM-WINDOW.                                             CR4205
CR4205     EXEC SQL                                                     CR4205
CR4205         SELECT NVL(SUM(A.C_DRUG_SUB_QTY_AMT), 0)                 CR4205
CR4205           INTO :WH-960-PRIOR-QTY                                 CR4205
CR4205           FROM C_LI_DRUG_TB A                                    CR4205
CR4205          WHERE A.R_CUST_PART_NUM  = :CLEXCXTB-R-CUST-PART-NUM    CR4205
CR4205            AND A.B_SYS_ID         = :CLEXCXTB-B-SYS-ID           CR4205
CR4205            AND A.C_HDR_STAT_CD    = :WV-C1020-C-PAID             CR4205
CR4205            AND A.C_HDR_TXN_TY_CD IN (:WV-C1030-C-ORIG-CLAIM      CR4205
CR4205                                     ,:WV-C1030-C-DEBOFADJ)       CR4205
CR4205            AND A.R_DRUG_GCN_SEQ_NUM = :WH-935-CURR-GCN-SEQ-NUM   CR4205
CR4205            AND A.C_HDR_SVC_FST_DT >= :WH-960-WNDW-BEG-DT         CR4205
CR4205            AND A.C_HDR_SVC_FST_DT <= :WH-960-SVC-FST-DT          CR4205
CR4205     END-EXEC.                                                    CR4205
CR4205     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4205
CR4205     IF NOT WW-001-SUCCESSFUL-CALL                                CR4205
CR4205         MOVE WK-001-PROGNAME                                     CR4205
CR4205           TO WD-999-MSG (1)                                      CR4205
CR4205         MOVE 'S960-045-SUM-WINDOW'                               CR4205
CR4205           TO WD-999-MSG (2)                                      CR4205
CR4205         MOVE 'C_LI_DRUG_TB'                                      CR4205
CR4205           TO WD-999-MSG (3)                                      CR4205
CR4205         MOVE 'SELECT SUM'                                        CR4205
CR4205           TO WD-999-MSG (4)                                      CR4205
CR4205         MOVE SPACES                                              CR4205
CR4205           TO WD-999-MSG (5)                                      CR4205
CR4205         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4205
CR4205     END-IF.                                                      CR4205
CR4205 S960-045-999-EXIT.                                               CR4205
CR4205     EXIT.                                                        CR4205
CR4205*                                                                 CR4205
CR4205***************************************************************** CR4205
CR4205*  S960-050-CHECK-APPROVED-PA - AN ACTIVE APPROVED PA FOR THE   * CR4205
CR4205*  GCN, EFFECTIVE ON THE DATE OF SERVICE, LIFTS THE LIMIT.      * CR4205
CR4205***************************************************************** CR4205
CR4205 S960-050-CHECK-APPROVED-PA.                                      CR4205
CR4205     MOVE W1C40541-R-CUST-PART-NUM                                CR4205
CR4205       TO CLPAUTTB-R-CUST-PART-NUM.                               CR4205
CR4205     MOVE W1C40541-B-SYS-ID      TO CLPAUTTB-B-SYS-ID.            CR4205
CR4205     MOVE W1C40541-R-DRUG-GCN-SEQ-NUM (WS-000-LI-SUB)             CR4205
CR4205       TO CLPAUTTB-R-DRUG-GCN-SEQ-NUM.                            CR4205
CR4205     EXEC SQL                                                     CR4205
CR4205         SELECT C_PA_STAT_CD                                      CR4205
CR4205           INTO :CLPAUTTB-C-PA-STAT-CD                            CR4205
CR4205           FROM C_PRIOR_AUTH_TB                                   CR4205
CR4205          WHERE R_CUST_PART_NUM     = :CLPAUTTB-R-CUST-PART-NUM   CR4205
CR4205            AND B_SYS_ID            = :CLPAUTTB-B-SYS-ID          CR4205
CR4205            AND R_DRUG_GCN_SEQ_NUM  =                             CR4205
CR4205                          :CLPAUTTB-R-DRUG-GCN-SEQ-NUM            CR4205
CR4205            AND C_PA_STAT_CD        = 'A'                         CR4205
CR4205            AND C_PA_BEG_DT        <= :WH-960-SVC-FST-DT          CR4205
CR4205            AND C_PA_END_DT        >= :WH-960-SVC-FST-DT          CR4205
CR4205            AND ROWNUM = 1                                        CR4205
CR4205     END-EXEC.                                                    CR4205
CR4205     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4205
CR4205     EVALUATE TRUE                                                CR4205
CR4205     WHEN WW-001-SUCCESSFUL-CALL                                  CR4205
CR4205         MOVE 'N' TO WS-960-BREACH-SW                             CR4205
CR4205     WHEN WW-001-DATA-NOT-FOUND                                   CR4205
CR4205         CONTINUE                                                 CR4205
CR4205     WHEN OTHER                                                   CR4205
CR4205         MOVE WK-001-PROGNAME                                     CR4205
CR4205           TO WD-999-MSG (1)                                      CR4205
CR4205         MOVE 'S960-050-CHECK-APPROVED-PA'                        CR4205
CR4205           TO WD-999-MSG (2)                                      CR4205
CR4205         MOVE 'C_PRIOR_AUTH_TB'                                   CR4205
CR4205           TO WD-999-MSG (3)                                      CR4205
CR4205         MOVE 'SELECT'                                            CR4205
CR4205           TO WD-999-MSG (4)                                      CR4205
CR4205         MOVE SPACES                                              CR4205
CR4205           TO WD-999-MSG (5)                                      CR4205
CR4205         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4205
CR4205     END-EVALUATE.                                                CR4205
CR4205 S960-050-999-EXIT.                                               CR4205
CR4205     EXIT.                                                        CR4205
CR4205*                                                                 CR4205
CR4205 S960-999-EXIT.  EXIT.                                            CR4205
CR4205*                                                                 CR4205
CR4204 S959-000-LDD-PHARMACY SECTION.                                   CR4204
CR4204*---------------------------------------------------------------* CR4204
CR4204*     S959-000-LDD-PHARMACY                                     * CR4204
CR4204*   LIMITED-DISTRIBUTION DRUGS.  A GCN WITH ANY R_LDD_PHRM_TB   * CR4204
CR4204*   ROW IN FORCE AT THE DATE OF SERVICE IS SHIPPED BY THE       * CR4204
CR4204*   MANUFACTURER ONLY TO THE PHARMACIES ON THOSE ROWS.  THE     * CR4204
CR4204*   DISPENSING PHARMACY IS AUTHORIZED WHEN A ROW NAMES ITS      * CR4204
CR4204*   PROVIDER ID (TYPE P) OR THE NETWORK IT BELONGS TO ON        * CR4204
CR4204*   C_PROV_MSTR_TB (TYPE N).  ANY OTHER PHARMACY DENIES 3976,   * CR4204
CR4204*   AND THE RESPONSE MESSAGE NAMES AN AUTHORIZED PHARMACY SO    * CR4204
CR4204*   THE PHARMACIST CAN REDIRECT THE MEMBER.  A GCN WITH NO ROW  * CR4204
CR4204*   IS NOT LIMITED-DISTRIBUTION.                                * CR4204
CR4204*---------------------------------------------------------------* CR4204
CR4204 S959-010-START.                                                  CR4204
CR4204*                                                                 CR4204
CR4204     IF W1C66791-C-NCP-POS-TRAN-CD = WV-C8869-C-RX-REVERSAL-51-D0 CR4204
CR4204                                  OR WV-C8869-C-RX-1-REVERSAL     CR4204
CR4204                                  OR WV-C8869-C-SERVICE-REVERS-D0 CR4204
CR4204                                  OR WV-C8869-C-ELIG-VF-51-D0     CR4204
CR4204                                  OR WV-C8869-C-ELIGIBILITY-VERIF CR4204
CR4204         GO TO S959-999-EXIT                                      CR4204
CR4204     END-IF.                                                      CR4204
CR4204     IF WS-000-COMPOUND-YES                                       CR4204
CR4204         GO TO S959-999-EXIT                                      CR4204
CR4204     END-IF.                                                      CR4204
CR4204     IF W1C40541-R-DRUG-GCN-SEQ-NUM (WS-000-LI-SUB)               CR4204
CR4204                                    NOT > ZEROES                  CR4204
CR4204         GO TO S959-999-EXIT                                      CR4204
CR4204     END-IF.                                                      CR4204
CR4204     IF W1C40541-C-HDR-SVC-FST-DT (1:4) NOT NUMERIC               CR4204
CR4204         GO TO S959-999-EXIT                                      CR4204
CR4204     END-IF.                                                      CR4204
CR4204     IF W1C66791-C-NCP-PROV-ID = HIGH-VALUES OR SPACES            CR4204
CR4204         GO TO S959-999-EXIT                                      CR4204
CR4204     END-IF.                                                      CR4204
CR4204     MOVE W1C40541-C-HDR-SVC-FST-DT TO WH-959-SVC-FST-DT.         CR4204
CR4204     MOVE W1C40541-R-DRUG-GCN-SEQ-NUM (WS-000-LI-SUB)             CR4204
CR4204                                    TO WH-959-GCN-NUM.            CR4204
CR4204     MOVE W1C66791-C-NCP-PROV-ID    TO WH-959-PROV-ID.            CR4204
CR4204*                                                                 CR4204
CR4204***  IS THE DRUG LIMITED-DISTRIBUTION?  KEEP ONE AUTHORIZED       CR4204
CR4204***  PHARMACY NAME FOR THE RESPONSE.                              CR4204
CR4204     EXEC SQL                                                     CR4204
CR4204         SELECT R_LDD_PHRM_NAM                                    CR4204
CR4204           INTO :CLLDDPTB-R-LDD-PHRM-NAM                          CR4204
CR4204           FROM R_LDD_PHRM_TB                                     CR4204
CR4204          WHERE R_DRUG_GCN_SEQ_NUM = :WH-959-GCN-NUM              CR4204
CR4204            AND R_LDD_BEG_DT      <= :WH-959-SVC-FST-DT           CR4204
CR4204            AND R_LDD_END_DT      >= :WH-959-SVC-FST-DT           CR4204
CR4204            AND ROWNUM = 1                                        CR4204
CR4204     END-EXEC.                                                    CR4204
CR4204*                                                                 CR4204
CR4204     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4204
CR4204     EVALUATE TRUE                                                CR4204
CR4204     WHEN WW-001-SUCCESSFUL-CALL                                  CR4204
CR4204         CONTINUE                                                 CR4204
CR4204     WHEN WW-001-DATA-NOT-FOUND                                   CR4204
CR4204***      NOT A LIMITED-DISTRIBUTION DRUG                          CR4204
CR4204         GO TO S959-999-EXIT                                      CR4204
CR4204     WHEN OTHER                                                   CR4204
CR4204         MOVE WK-001-PROGNAME                                     CR4204
CR4204           TO WD-999-MSG (1)                                      CR4204
CR4204         MOVE 'S959-000-LDD-PHARMACY'                             CR4204
CR4204           TO WD-999-MSG (2)                                      CR4204
CR4204         MOVE 'R_LDD_PHRM_TB'                                     CR4204
CR4204           TO WD-999-MSG (3)                                      CR4204
CR4204         MOVE 'SELECT'                                            CR4204
CR4204           TO WD-999-MSG (4)                                      CR4204
CR4204         MOVE SPACES                                              CR4204
CR4204           TO WD-999-MSG (5)                                      CR4204
CR4204         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4204
CR4204     END-EVALUATE.                                                CR4204
CR4204*                                                                 CR4204
CR4204***  IS THE DISPENSING PHARMACY ONE OF ITS AUTHORIZED PHARMACIES, CR4204
CR4204***  DIRECTLY OR THROUGH ITS NETWORK?                             CR4204
CR4204     EXEC SQL                                                     CR4204
CR4204         SELECT COUNT(*)                                          CR4204
CR4204           INTO :WH-959-AUTH-CNT                                  CR4204
CR4204           FROM R_LDD_PHRM_TB L                                   CR4204
CR4204          WHERE L.R_DRUG_GCN_SEQ_NUM = :WH-959-GCN-NUM            CR4204
CR4204            AND L.R_LDD_BEG_DT      <= :WH-959-SVC-FST-DT         CR4204
CR4204            AND L.R_LDD_END_DT      >= :WH-959-SVC-FST-DT         CR4204
CR4204            AND ((L.R_LDD_AUTH_TY_CD = 'P'                        CR4204
CR4204              AND L.R_LDD_AUTH_ID    = :WH-959-PROV-ID)           CR4204
CR4204             OR  (L.R_LDD_AUTH_TY_CD = 'N'                        CR4204
CR4204              AND L.R_LDD_AUTH_ID IN                              CR4204
CR4204                  (SELECT P.C_NETWORK_ID                          CR4204
CR4204                     FROM C_PROV_MSTR_TB P                        CR4204
CR4204                    WHERE P.C_PROV_ID = :WH-959-PROV-ID)))        CR4204
CR4204     END-EXEC.                                                    CR4204
CR4204*                                                                 CR4204
CR4204     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4204
CR4204     IF NOT WW-001-SUCCESSFUL-CALL                                CR4204
CR4204         MOVE WK-001-PROGNAME                                     CR4204
CR4204           TO WD-999-MSG (1)                                      CR4204
CR4204         MOVE 'S959-000-LDD-PHARMACY'                             CR4204
CR4204           TO WD-999-MSG (2)                                      CR4204
CR4204         MOVE 'R_LDD_PHRM_TB'                                     CR4204
CR4204           TO WD-999-MSG (3)                                      CR4204
CR4204         MOVE 'SELECT COUNT'                                      CR4204
CR4204           TO WD-999-MSG (4)                                      CR4204
CR4204         MOVE SPACES                                              CR4204
CR4204           TO WD-999-MSG (5)                                      CR4204
CR4204         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4204
CR4204     END-IF.                                                      CR4204
CR4204     IF WH-959-AUTH-CNT > ZEROES                                  CR4204
CR4204         GO TO S959-999-EXIT                                      CR4204
CR4204     END-IF.                                                      CR4204
CR4204*                                                                 CR4204
CR4204**   NOT AN AUTHORIZED DISPENSER - EXCP 3976 ******************** CR4204
CR4204     MOVE WV-R1737-C-LDD-PHRM-NOT-AUTH TO WW-600-CLM-EXC-CD.      CR4204
CR4204     MOVE WS-000-LI-SUB                TO WW-600-CLM-EXC-LI.      CR4204
CR4204     PERFORM S206-100-EMERG-BYPASS.                               CR4204
CR4204     IF WS-206-BYPASSED                                           CR4204
CR4204         GO TO S959-999-EXIT                                      CR4204
CR4204     END-IF.                                                      CR4204
CR4204     MOVE SPACES TO WL-807-DUR-MESSAGE.                           CR4204
CR4204     STRING 'LDD - USE '                                          CR4204
CR4204            CLLDDPTB-R-LDD-PHRM-NAM                               CR4204
CR4204         DELIMITED BY SIZE INTO WL-807-DUR-MESSAGE.               CR4204
CR4204     SET WS-000-EC-IN-PRCS-IS-FATAL TO TRUE.                      CR4204
CR4204     PERFORM S600C1-000-POST-EXCEPTION.                           CR4204
CR4204     SET WW-000-FATAL-ERROR  TO TRUE.                             CR4204
CR4204     SET WS-000-EC-IN-PRCS-NOT-FATAL TO TRUE.                     CR4204
CR4204 S959-999-EXIT.  EXIT.                                            CR4204
CR4204*                                                                 CR4204
CR4203 S958-000-STATE-MAC SECTION.                                      CR4203
CR4203*---------------------------------------------------------------* CR4203
CR4203*     S958-000-STATE-MAC                                        * CR4203
CR4203*   IN-HOUSE STATE MAXIMUM ALLOWABLE COST.  THE IN-PROCESS      * CR4203
CR4203*   GCN'S R_STATE_MAC_TB ROW IN FORCE AT THE DATE OF SERVICE    * CR4203
CR4203*   IS LOADED INTO WL-807-REG-SMAC-PRICE WITH THE STATE MAC     * CR4203
CR4203*   FOUND AND SOURCE IN-HOUSE ('I'), SO THE PRICE LOOKUPS USE   * CR4203
CR4203*   IT AHEAD OF THE VENDOR MAC.  NO ROW LEAVES THE SOURCE 'V'   * CR4203
CR4203*   AND THE VENDOR MAC APPLIES AS BEFORE.  THE LIST IS KEPT ON  * CR4203
CR4203*   THE W765 SCREEN AND MOVED BY APPROVED MAC APPEALS (W766).   * CR4203
CR4203*---------------------------------------------------------------* CR4203
CR4203 S958-010-START.                                                  CR4203
CR4203*                                                                 CR4203
CR4203     SET WL-807-SMAC-VENDOR TO TRUE.                              CR4203
CR4203     IF W1C66791-C-NCP-POS-TRAN-CD = WV-C8869-C-RX-REVERSAL-51-D0 CR4203
CR4203                                  OR WV-C8869-C-RX-1-REVERSAL     CR4203
CR4203                                  OR WV-C8869-C-SERVICE-REVERS-D0 CR4203
CR4203                                  OR WV-C8869-C-ELIG-VF-51-D0     CR4203
CR4203                                  OR WV-C8869-C-ELIGIBILITY-VERIF CR4203
CR4203         GO TO S958-999-EXIT                                      CR4203
CR4203     END-IF.                                                      CR4203
CR4203     IF WS-000-COMPOUND-YES                                       CR4203
CR4203         GO TO S958-999-EXIT                                      CR4203
CR4203     END-IF.                                                      CR4203
CR4203     IF W1C40541-R-DRUG-GCN-SEQ-NUM (WS-000-LI-SUB)               CR4203
CR4203                                    NOT > ZEROES                  CR4203
CR4203         GO TO S958-999-EXIT                                      CR4203
CR4203     END-IF.                                                      CR4203
CR4203     IF W1C40541-C-HDR-SVC-FST-DT (1:4) NOT NUMERIC               CR4203
CR4203         GO TO S958-999-EXIT                                      CR4203
CR4203     END-IF.                                                      CR4203
CR4203     MOVE W1C40541-C-HDR-SVC-FST-DT TO WH-958-SVC-FST-DT.         CR4203
CR4203     MOVE W1C40541-R-DRUG-GCN-SEQ-NUM (WS-000-LI-SUB)             CR4203
CR4203                                    TO WH-958-GCN-NUM.            CR4203
CR4203*                                                                 CR4203
CR4203     EXEC SQL                                                     CR4203
CR4203         SELECT R_MAC_UNIT_PRICE                                  CR4203
CR4203           INTO :CLSMACTB-R-MAC-UNIT-PRICE                        CR4203
CR4203           FROM R_STATE_MAC_TB                                    CR4203
CR4203          WHERE R_DRUG_GCN_SEQ_NUM = :WH-958-GCN-NUM              CR4203
CR4203            AND R_MAC_BEG_DT      <= :WH-958-SVC-FST-DT           CR4203
CR4203            AND R_MAC_END_DT      >= :WH-958-SVC-FST-DT           CR4203
CR4203            AND ROWNUM = 1                                        CR4203
CR4203     END-EXEC.                                                    CR4203
CR4203*                                                                 CR4203
CR4203     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4203
CR4203     EVALUATE TRUE                                                CR4203
CR4203     WHEN WW-001-SUCCESSFUL-CALL                                  CR4203
CR4203         MOVE CLSMACTB-R-MAC-UNIT-PRICE                           CR4203
CR4203           TO WL-807-REG-SMAC-PRICE                               CR4203
CR4203         SET WL-807-SMAC-PRICE-FOUND TO TRUE                      CR4203
CR4203         SET WL-807-SMAC-IN-HOUSE    TO TRUE                      CR4203
CR4203     WHEN WW-001-DATA-NOT-FOUND                                   CR4203
CR4203***      NOT ON THE IN-HOUSE LIST - VENDOR MAC APPLIES            CR4203
CR4203         CONTINUE                                                 CR4203
CR4203     WHEN OTHER                                                   CR4203
CR4203         MOVE WK-001-PROGNAME                                     CR4203
CR4203           TO WD-999-MSG (1)                                      CR4203
CR4203         MOVE 'S958-000-STATE-MAC'                                CR4203
CR4203           TO WD-999-MSG (2)                                      CR4203
CR4203         MOVE 'R_STATE_MAC_TB'                                    CR4203
CR4203           TO WD-999-MSG (3)                                      CR4203
CR4203         MOVE 'SELECT'                                            CR4203
CR4203           TO WD-999-MSG (4)                                      CR4203
CR4203         MOVE SPACES                                              CR4203
CR4203           TO WD-999-MSG (5)                                      CR4203
CR4203         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4203
CR4203     END-EVALUATE.                                                CR4203
CR4203 S958-999-EXIT.  EXIT.                                            CR4203
CR4203*                                                                 CR4203
CR4202 S957-000-LESSER-OF SECTION.                                      CR4202
CR4202*---------------------------------------------------------------* CR4202
CR4202*     S957-000-LESSER-OF                                        * CR4202
CR4202*   LESSER-OF REIMBURSEMENT.  RUNS ONCE THE CLAIM IS PRICED     * CR4202
CR4202*   AND PAYABLE: THE ALLOWED AMOUNT (PLAN PAID PLUS PATIENT     * CR4202
CR4202*   PAY) IS COMPARED WITH THE PHARMACY'S SUBMITTED USUAL AND    * CR4202
CR4202*   CUSTOMARY CHARGE AND GROSS AMOUNT DUE, AND THE CLAIM PAYS   * CR4202
CR4202*   THE LOWEST.  ZERO OR UNSUBMITTED AMOUNTS DO NOT COMPETE.    * CR4202
CR4202*   THE WINNING BASIS IS RECORDED ON THE CLAIM WITH ITS NCPDP   * CR4202
CR4202*   BASIS OF REIMBURSEMENT CODE FOR THE RESPONSE:               * CR4202
CR4202*    A - ALLOWED   05 (00 WHEN NOTHING SUBMITTED TO COMPARE)    * CR4202
CR4202*    U - U AND C   04                                           * CR4202
CR4202*    G - GROSS     01                                           * CR4202
CR4202*   WHEN U OR G WINS, THE PATIENT PAY IS CAPPED AT THE NEW      * CR4202
CR4202*   TOTAL, THE PLAN PAYS THE REST, AND THE SAVINGS LAND ON      * CR4202
CR4202*   C_LESSER_OF_TB FOR THE DAILY REPORT (PDDR0062).             * CR4202
CR4202*---------------------------------------------------------------* CR4202
CR4202 S957-010-START.                                                  CR4202
CR4202*                                                                 CR4202
CR4202     SET W1C40541-C-LSR-OF-ALLOWED TO TRUE.                       CR4202
CR4202     MOVE '00' TO W1C40541-C-BASIS-REIMB-CD.                      CR4202
CR4202     COMPUTE WS-957-ALLOW-AMT = W1C40541-C-TOT-REIMB-AMT          CR4202
CR4202                              + W1C40541-C-TOT-PAT-RESP-AMT.      CR4202
CR4202     IF WS-957-ALLOW-AMT NOT > ZEROES                             CR4202
CR4202         GO TO S957-999-EXIT                                      CR4202
CR4202     END-IF.                                                      CR4202
CR4202*                                                                 CR4202
CR4202***  THE SUBMITTED AMOUNTS - U AND C WAS EDITED ONTO THE CLAIM    CR4202
CR4202***  BY S360; GROSS AMOUNT DUE AND INGREDIENT COST COME OFF THE   CR4202
CR4202***  REQUEST.                                                     CR4202
CR4202     MOVE W1C40541-C-UC-CHARGE-AMT TO WS-957-UAC-AMT.             CR4202
CR4202     MOVE ZEROES TO WS-957-GROSS-AMT                              CR4202
CR4202                    WS-957-ING-AMT.                               CR4202
CR4202     IF W1C66791-C-NCP-GROSS-AMT-X                                CR4202
CR4202           (W1C66791-C-NCPDP-CNSLDTD-RX-X) NOT = HIGH-VALUES      CR4202
CR4202      AND W1C66791-C-NCP-GROSS-AMT                                CR4202
CR4202           (W1C66791-C-NCPDP-CNSLDTD-RX-X) NUMERIC                CR4202
CR4202         MOVE W1C66791-C-NCP-GROSS-AMT                            CR4202
CR4202                (W1C66791-C-NCPDP-CNSLDTD-RX-X)                   CR4202
CR4202           TO WS-957-GROSS-AMT                                    CR4202
CR4202     END-IF.                                                      CR4202
CR4202     IF W1C66791-C-NCP-SUBM-ING-AMT-X                             CR4202
CR4202           (W1C66791-C-NCPDP-CNSLDTD-RX-X) NOT = HIGH-VALUES      CR4202
CR4202      AND W1C66791-C-NCP-SUBM-ING-AMT                             CR4202
CR4202           (W1C66791-C-NCPDP-CNSLDTD-RX-X) NUMERIC                CR4202
CR4202         MOVE W1C66791-C-NCP-SUBM-ING-AMT                         CR4202
CR4202                (W1C66791-C-NCPDP-CNSLDTD-RX-X)                   CR4202
CR4202           TO WS-957-ING-AMT                                      CR4202
CR4202     END-IF.                                                      CR4202
CR4202     IF WS-957-UAC-AMT > ZEROES                                   CR4202
CR4202      OR WS-957-GROSS-AMT > ZEROES                                CR4202
CR4202         MOVE '05' TO W1C40541-C-BASIS-REIMB-CD                   CR4202
CR4202     END-IF.                                                      CR4202
CR4202*                                                                 CR4202
CR4202     MOVE WS-957-ALLOW-AMT TO WS-957-LOW-AMT.                     CR4202
CR4202     IF WS-957-UAC-AMT > ZEROES                                   CR4202
CR4202      AND WS-957-UAC-AMT < WS-957-LOW-AMT                         CR4202
CR4202         MOVE WS-957-UAC-AMT TO WS-957-LOW-AMT                    CR4202
CR4202         SET W1C40541-C-LSR-OF-UC TO TRUE                         CR4202
CR4202         MOVE '04' TO W1C40541-C-BASIS-REIMB-CD                   CR4202
CR4202     END-IF.                                                      CR4202
CR4202     IF WS-957-GROSS-AMT > ZEROES                                 CR4202
CR4202      AND WS-957-GROSS-AMT < WS-957-LOW-AMT                       CR4202
CR4202         MOVE WS-957-GROSS-AMT TO WS-957-LOW-AMT                  CR4202
CR4202         SET W1C40541-C-LSR-OF-GROSS TO TRUE                      CR4202
CR4202         MOVE '01' TO W1C40541-C-BASIS-REIMB-CD                   CR4202
CR4202     END-IF.                                                      CR4202
CR4202     IF W1C40541-C-LSR-OF-ALLOWED                                 CR4202
CR4202         GO TO S957-999-EXIT                                      CR4202
CR4202     END-IF.                                                      CR4202
CR4202*                                                                 CR4202
CR4202***  PAY THE LOWER AMOUNT - THE MEMBER NEVER PAYS MORE THAN THE   CR4202
CR4202***  CLAIM IS NOW WORTH.                                          CR4202
CR4202     COMPUTE WS-957-SAVED-AMT =                                   CR4202
CR4202         WS-957-ALLOW-AMT - WS-957-LOW-AMT.                       CR4202
CR4202     IF W1C40541-C-TOT-PAT-RESP-AMT > WS-957-LOW-AMT              CR4202
CR4202         MOVE WS-957-LOW-AMT TO W1C40541-C-TOT-PAT-RESP-AMT       CR4202
CR4202     END-IF.                                                      CR4202
CR4202     IF W1C40541-C-TOT-COPAY-AMT > WS-957-LOW-AMT                 CR4202
CR4202         MOVE WS-957-LOW-AMT TO W1C40541-C-TOT-COPAY-AMT          CR4202
CR4202     END-IF.                                                      CR4202
CR4202     IF W1C40541-C-PAT-LIAB-AMT > WS-957-LOW-AMT                  CR4202
CR4202         MOVE WS-957-LOW-AMT TO W1C40541-C-PAT-LIAB-AMT           CR4202
CR4202     END-IF.                                                      CR4202
CR4202     COMPUTE W1C40541-C-TOT-REIMB-AMT =                           CR4202
CR4202         WS-957-LOW-AMT - W1C40541-C-TOT-PAT-RESP-AMT.            CR4202
CR4202*                                                                 CR4202
CR4202***  A WHAT-IF PRICING REQUEST SAVES NOTHING.                     CR4202
CR4223***  NOR DOES A BENEFIT INQUIRY.                                  CR4223
CR4202     IF WS-000-WHAT-IF-MODE                                       CR4202
CR4223        OR WS-000-BENE-INQ-MODE                                   CR4223
CR4202         GO TO S957-999-EXIT                                      CR4202
CR4202     END-IF.                                                      CR4202
CR4202     MOVE W1C40541-R-CUST-PART-NUM                                CR4202
CR4202       TO CLLSOFTB-R-CUST-PART-NUM.                               CR4202
CR4202     MOVE W1C40541-C-TCN-NUM       TO CLLSOFTB-C-TCN-NUM.         CR4202
CR4202     MOVE W1C66791-C-NCP-PROV-ID   TO CLLSOFTB-C-PROV-ID.         CR4202
CR4202     MOVE W1C40541-C-HDR-SVC-FST-DT                               CR4202
CR4202                                   TO CLLSOFTB-C-SVC-DT.          CR4202
CR4202     MOVE W1C40541-C-LSR-OF-BASIS-CD                              CR4202
CR4202                                   TO CLLSOFTB-C-BASIS-CD.        CR4202
CR4202     MOVE WS-957-ALLOW-AMT         TO CLLSOFTB-C-ALLOW-AMT.       CR4202
CR4202     MOVE WS-957-UAC-AMT           TO CLLSOFTB-C-UAC-AMT.         CR4202
CR4202     MOVE WS-957-GROSS-AMT         TO CLLSOFTB-C-GROSS-AMT.       CR4202
CR4202     MOVE WS-957-ING-AMT           TO CLLSOFTB-C-SUBM-ING-AMT.    CR4202
CR4202     MOVE W1C40541-C-TOT-REIMB-AMT TO CLLSOFTB-C-PAID-AMT.        CR4202
CR4202     MOVE WS-957-SAVED-AMT         TO CLLSOFTB-C-SAVED-AMT.       CR4202
CR4202     EXEC SQL                                                     CR4202
CR4202         INSERT INTO C_LESSER_OF_TB                               CR4202
CR4202                (R_CUST_PART_NUM, C_TCN_NUM, C_PROV_ID,           CR4202
CR4202                 C_SVC_DT, C_PROC_DT, C_BASIS_CD,                 CR4202
CR4202                 C_ALLOW_AMT, C_UAC_AMT, C_GROSS_AMT,             CR4202
CR4202                 C_SUBM_ING_AMT, C_PAID_AMT, C_SAVED_AMT)         CR4202
CR4202         VALUES (:CLLSOFTB-R-CUST-PART-NUM,                       CR4202
CR4202                 :CLLSOFTB-C-TCN-NUM,                             CR4202
CR4202                 :CLLSOFTB-C-PROV-ID,                             CR4202
CR4202                 :CLLSOFTB-C-SVC-DT,                              CR4202
CR4202                 TO_CHAR(TRUNC(CURRENT_DATE),                     CR4202
CR4202                         'YYYY-MM-DD'),                           CR4202
CR4202                 :CLLSOFTB-C-BASIS-CD,                            CR4202
CR4202                 :CLLSOFTB-C-ALLOW-AMT,                           CR4202
CR4202                 :CLLSOFTB-C-UAC-AMT,                             CR4202
CR4202                 :CLLSOFTB-C-GROSS-AMT,                           CR4202
CR4202                 :CLLSOFTB-C-SUBM-ING-AMT,                        CR4202
CR4202                 :CLLSOFTB-C-PAID-AMT,                            CR4202
CR4202                 :CLLSOFTB-C-SAVED-AMT)                           CR4202
CR4202     END-EXEC.                                                    CR4202
CR4202     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4202
CR4202     EVALUATE TRUE                                                CR4202
CR4202     WHEN WW-001-SUCCESSFUL-CALL                                  CR4202
CR4202         CONTINUE                                                 CR4202
CR4202     WHEN OTHER                                                   CR4202
CR4202         MOVE WK-001-PROGNAME                                     CR4202
CR4202           TO WD-999-MSG (1)                                      CR4202
CR4202         MOVE 'S957-000-LESSER-OF'                                CR4202
CR4202           TO WD-999-MSG (2)                                      CR4202
CR4202         MOVE 'C_LESSER_OF_TB'                                    CR4202
CR4202           TO WD-999-MSG (3)                                      CR4202
CR4202         MOVE 'INSERT'                                            CR4202
CR4202           TO WD-999-MSG (4)                                      CR4202
CR4202         MOVE SPACES                                              CR4202
CR4202           TO WD-999-MSG (5)                                      CR4202
CR4202         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4202
CR4202     END-EVALUATE.                                                CR4202
CR4202 S957-999-EXIT.  EXIT.                                            CR4202
CR4202*                                                                 CR4202
CR4201 S956-000-DEMOG-RSTR SECTION.                                     CR4201
CR4201*---------------------------------------------------------------* CR4201
CR4201*     S956-000-DEMOG-RSTR                                       * CR4201
CR4201*   AGE, GENDER AND PREGNANCY RESTRICTIONS BY DRUG.  THE        * CR4201
CR4201*   IN-PROCESS GCN'S ACTIVE R_DRUG_RSTR_TB ROW (FOR THE         * CR4201
CR4201*   PARTITION OR FOR ALL PARTITIONS) IS CHECKED THREE WAYS,     * CR4201
CR4201*   EACH FAILURE POSTING ITS OWN EXCEPTION SO THE DISPOSITION   * CR4201
CR4201*   (R_CLM_EXC_DISP_TB) AND THE PHARMACIST TEXT                 * CR4201
CR4201*   (R_POS_MSG_CAT_TB) ARE CONFIGURED PER CHECK:                * CR4201
CR4201*    3973 - MEMBER AGE AT THE DATE OF SERVICE, FROM THE         * CR4201
CR4201*           ENROLLMENT DATE OF BIRTH ON R_MBR_ELIG_TB (THE      * CR4201
CR4201*           SUBMITTED DOB ONLY WHEN NO ENROLLMENT DOB EXISTS),  * CR4201
CR4201*           OUTSIDE THE DRUG'S AGE BAND.                        * CR4201
CR4201*    3974 - SUBMITTED GENDER (1 MALE, 2 FEMALE) NOT THE ONE     * CR4201
CR4201*           THE DRUG IS LIMITED TO.  AN UNSPECIFIED GENDER      * CR4201
CR4201*           SKIPS THE CHECK.                                    * CR4201
CR4201*    3975 - PHARMACY FLAGGED THE MEMBER PREGNANT (PREGNANCY     * CR4201
CR4201*           INDICATOR 2) ON A PREGNANCY-CONTRAINDICATED DRUG.   * CR4201
CR4201*   NO ROW FOR THE GCN MEANS NO RESTRICTION.                    * CR4201
CR4201*---------------------------------------------------------------* CR4201
CR4201 S956-010-START.                                                  CR4201
CR4201*                                                                 CR4201
CR4201     IF W1C66791-C-NCP-POS-TRAN-CD = WV-C8869-C-RX-REVERSAL-51-D0 CR4201
CR4201                                  OR WV-C8869-C-RX-1-REVERSAL     CR4201
CR4201                                  OR WV-C8869-C-SERVICE-REVERS-D0 CR4201
CR4201                                  OR WV-C8869-C-ELIG-VF-51-D0     CR4201
CR4201                                  OR WV-C8869-C-ELIGIBILITY-VERIF CR4201
CR4201         GO TO S956-999-EXIT                                      CR4201
CR4201     END-IF.                                                      CR4201
CR4201     IF WS-000-COMPOUND-YES                                       CR4201
CR4201         GO TO S956-999-EXIT                                      CR4201
CR4201     END-IF.                                                      CR4201
CR4201     IF W1C40541-R-DRUG-GCN-SEQ-NUM (WS-000-LI-SUB)               CR4201
CR4201                                    NOT > ZEROES                  CR4201
CR4201         GO TO S956-999-EXIT                                      CR4201
CR4201     END-IF.                                                      CR4201
CR4201     IF W1C40541-C-HDR-SVC-FST-DT (1:4) NOT NUMERIC               CR4201
CR4201         GO TO S956-999-EXIT                                      CR4201
CR4201     END-IF.                                                      CR4201
CR4201     MOVE W1C40541-C-HDR-SVC-FST-DT TO WH-956-SVC-FST-DT.         CR4201
CR4201     MOVE W1C40541-R-DRUG-GCN-SEQ-NUM (WS-000-LI-SUB)             CR4201
CR4201                                    TO WH-956-GCN-NUM.            CR4201
CR4201     MOVE W1C40541-R-CUST-PART-NUM  TO CLDRRSTB-R-CUST-PART-NUM.  CR4201
CR4201*                                                                 CR4201
CR4201     EXEC SQL                                                     CR4201
CR4201         SELECT R_MIN_AGE_NUM                                     CR4201
CR4201               ,R_MAX_AGE_NUM                                     CR4201
CR4201               ,COALESCE(R_GENDER_CD, ' ')                        CR4201
CR4201               ,COALESCE(R_PREG_CONTRA_IND, 'N')                  CR4201
CR4201           INTO :CLDRRSTB-R-MIN-AGE-NUM                           CR4201
CR4201               ,:CLDRRSTB-R-MAX-AGE-NUM                           CR4201
CR4201               ,:CLDRRSTB-R-GENDER-CD                             CR4201
CR4201               ,:CLDRRSTB-R-PREG-CONTRA-IND                       CR4201
CR4201           FROM R_DRUG_RSTR_TB                                    CR4201
CR4201          WHERE R_CUST_PART_NUM IN (:CLDRRSTB-R-CUST-PART-NUM, 0) CR4201
CR4201            AND R_DRUG_GCN_SEQ_NUM = :WH-956-GCN-NUM              CR4201
CR4201            AND R_RSTR_BEG_DT     <= :WH-956-SVC-FST-DT           CR4201
CR4201            AND R_RSTR_END_DT     >= :WH-956-SVC-FST-DT           CR4201
CR4201            AND ROWNUM = 1                                        CR4201
CR4201     END-EXEC.                                                    CR4201
CR4201*                                                                 CR4201
CR4201     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4201
CR4201     EVALUATE TRUE                                                CR4201
CR4201     WHEN WW-001-SUCCESSFUL-CALL                                  CR4201
CR4201         CONTINUE                                                 CR4201
CR4201     WHEN WW-001-DATA-NOT-FOUND                                   CR4201
CR4201***      NOT A RESTRICTED DRUG                                    CR4201
CR4201         GO TO S956-999-EXIT                                      CR4201
CR4201     WHEN OTHER                                                   CR4201
CR4201         MOVE WK-001-PROGNAME                                     CR4201
CR4201           TO WD-999-MSG (1)                                      CR4201
CR4201         MOVE 'S956-000-DEMOG-RSTR'                               CR4201
CR4201           TO WD-999-MSG (2)                                      CR4201
CR4201         MOVE 'R_DRUG_RSTR_TB'                                    CR4201
CR4201           TO WD-999-MSG (3)                                      CR4201
CR4201         MOVE 'SELECT'                                            CR4201
CR4201           TO WD-999-MSG (4)                                      CR4201
CR4201         MOVE SPACES                                              CR4201
CR4201           TO WD-999-MSG (5)                                      CR4201
CR4201         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4201
CR4201     END-EVALUATE.                                                CR4201
CR4201*                                                                 CR4201
CR4201***  AGE BAND                                                     CR4201
CR4201     IF CLDRRSTB-R-MIN-AGE-NUM > ZEROES                           CR4201
CR4201      OR CLDRRSTB-R-MAX-AGE-NUM < 999                             CR4201
CR4201         PERFORM S956-020-MEMBER-AGE                              CR4201
CR4201             THRU S956-020-999-EXIT                               CR4201
CR4201         IF WS-956-AGE-KNOWN                                      CR4201
CR4201          AND (WS-956-AGE-YRS < CLDRRSTB-R-MIN-AGE-NUM            CR4201
CR4201           OR  WS-956-AGE-YRS > CLDRRSTB-R-MAX-AGE-NUM)           CR4201
CR4201**           AGE OUTSIDE THE DRUG'S BAND - EXCP 3973 ************ CR4201
CR4201             MOVE WV-R1737-C-DRUG-AGE-RSTR TO WW-600-CLM-EXC-CD   CR4201
CR4201             PERFORM S956-050-POST-FATAL                          CR4201
CR4201                 THRU S956-050-999-EXIT                           CR4201
CR4201         END-IF                                                   CR4201
CR4201     END-IF.                                                      CR4201
CR4201*                                                                 CR4201
CR4201***  GENDER                                                       CR4201
CR4201     MOVE SPACE TO WS-956-GENDER-CD.                              CR4201
CR4201     IF W1C40541-C-SUBM-GENDER-CD = '1'                           CR4201
CR4201         MOVE 'M' TO WS-956-GENDER-CD                             CR4201
CR4201     END-IF.                                                      CR4201
CR4201     IF W1C40541-C-SUBM-GENDER-CD = '2'                           CR4201
CR4201         MOVE 'F' TO WS-956-GENDER-CD                             CR4201
CR4201     END-IF.                                                      CR4201
CR4201     IF NOT CLDRRSTB-R-GENDER-ANY                                 CR4201
CR4201      AND WS-956-GENDER-CD NOT = SPACE                            CR4201
CR4201      AND WS-956-GENDER-CD NOT = CLDRRSTB-R-GENDER-CD             CR4201
CR4201**       WRONG GENDER FOR THE DRUG - EXCP 3974 ****************** CR4201
CR4201         MOVE WV-R1737-C-DRUG-GENDER-RSTR TO WW-600-CLM-EXC-CD    CR4201
CR4201         PERFORM S956-050-POST-FATAL                              CR4201
CR4201             THRU S956-050-999-EXIT                               CR4201
CR4201     END-IF.                                                      CR4201
CR4201*                                                                 CR4201
CR4201***  PREGNANCY                                                    CR4201
CR4201     IF CLDRRSTB-R-PREG-CONTRA                                    CR4201
CR4201      AND W1C66791-C-NCP-PREG-IND = '2'                           CR4201
CR4201**       CONTRAINDICATED IN PREGNANCY - EXCP 3975 *************** CR4201
CR4201         MOVE WV-R1737-C-DRUG-PREG-CONTRA TO WW-600-CLM-EXC-CD    CR4201
CR4201         PERFORM S956-050-POST-FATAL                              CR4201
CR4201             THRU S956-050-999-EXIT                               CR4201
CR4201     END-IF.                                                      CR4201
CR4201     GO TO S956-999-EXIT.                                         CR4201
CR4201*                                                                 CR4201
CR4201***  MEMBER AGE IN WHOLE YEARS AT THE DATE OF SERVICE.  THE       CR4201
CR4201***  ENROLLMENT DOB WINS; THE SUBMITTED DOB IS THE FALLBACK.      CR4201
CR4201 S956-020-MEMBER-AGE.                                             CR4201
CR4201     MOVE 'N'    TO WS-956-AGE-SW.                                CR4201
CR4201     MOVE SPACES TO WH-956-DOB-DT.                                CR4201
CR4201     IF W1C40541-B-SYS-ID > ZEROES                                CR4201
CR4201         MOVE W1C40541-R-CUST-PART-NUM                            CR4201
CR4201                            TO CLMELGTB-R-CUST-PART-NUM           CR4201
CR4201         MOVE W1C40541-B-SYS-ID                                   CR4201
CR4201                            TO CLMELGTB-B-SYS-ID                  CR4201
CR4201         EXEC SQL                                                 CR4201
CR4201             SELECT NVL(B_DOB_DT, ' ')                            CR4201
CR4201               INTO :WH-956-DOB-DT                                CR4201
CR4201               FROM R_MBR_ELIG_TB                                 CR4201
CR4201              WHERE R_CUST_PART_NUM = :CLMELGTB-R-CUST-PART-NUM   CR4201
CR4201                AND B_SYS_ID        = :CLMELGTB-B-SYS-ID          CR4201
CR4201                AND ROWNUM = 1                                    CR4201
CR4201         END-EXEC                                                 CR4201
CR4201         MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE                  CR4201
CR4201         IF NOT WW-001-SUCCESSFUL-CALL                            CR4201
CR4201          AND NOT WW-001-DATA-NOT-FOUND                           CR4201
CR4201             MOVE WK-001-PROGNAME                                 CR4201
CR4201               TO WD-999-MSG (1)                                  CR4201
CR4201             MOVE 'S956-020-MEMBER-AGE'                           CR4201
CR4201               TO WD-999-MSG (2)                                  CR4201
CR4201             MOVE 'R_MBR_ELIG_TB'                                 CR4201
CR4201               TO WD-999-MSG (3)                                  CR4201
CR4201             MOVE 'SELECT'                                        CR4201
CR4201               TO WD-999-MSG (4)                                  CR4201
CR4201             MOVE SPACES                                          CR4201
CR4201               TO WD-999-MSG (5)                                  CR4201
CR4201             GO TO S900-000-DUAL-MDUL-DB2-ERR                     CR4201
CR4201         END-IF                                                   CR4201
CR4201     END-IF.                                                      CR4201
CR4201     IF WH-956-DOB-DT (1:4) NOT NUMERIC                           CR4201
CR4201         MOVE W1C40541-B-DOB-DT TO WH-956-DOB-DT                  CR4201
CR4201     END-IF.                                                      CR4201
CR4201     IF WH-956-DOB-DT (1:4) NOT NUMERIC                           CR4201
CR4201         GO TO S956-020-999-EXIT                                  CR4201
CR4201     END-IF.                                                      CR4201
CR4201     COMPUTE WS-956-AGE-YRS =                                     CR4201
CR4201         FUNCTION NUMVAL (W1C40541-C-HDR-SVC-FST-DT (1:4))        CR4201
CR4201       - FUNCTION NUMVAL (WH-956-DOB-DT (1:4)).                   CR4201
CR4201     IF W1C40541-C-HDR-SVC-FST-DT (6:5) < WH-956-DOB-DT (6:5)     CR4201
CR4201         SUBTRACT 1 FROM WS-956-AGE-YRS                           CR4201
CR4201     END-IF.                                                      CR4201
CR4201     SET WS-956-AGE-KNOWN TO TRUE.                                CR4201
CR4201 S956-020-999-EXIT.                                               CR4201
CR4201     EXIT.                                                        CR4201
CR4201*                                                                 CR4201
CR4201***  POST THE EXCEPTION ALREADY IN WW-600-CLM-EXC-CD AS A FATAL   CR4201
CR4201***  DENIAL, UNLESS A DECLARED EMERGENCY RELAXES IT.              CR4201
CR4201 S956-050-POST-FATAL.                                             CR4201
CR4201     MOVE WS-000-LI-SUB TO WW-600-CLM-EXC-LI.                     CR4201
CR4201     PERFORM S206-100-EMERG-BYPASS.                               CR4201
CR4201     IF WS-206-BYPASSED                                           CR4201
CR4201         GO TO S956-050-999-EXIT                                  CR4201
CR4201     END-IF.                                                      CR4201
CR4201     SET WS-000-EC-IN-PRCS-IS-FATAL TO TRUE.                      CR4201
CR4201     PERFORM S600C1-000-POST-EXCEPTION.                           CR4201
CR4201     SET WW-000-FATAL-ERROR  TO TRUE.                             CR4201
CR4201     SET WS-000-EC-IN-PRCS-NOT-FATAL TO TRUE.                     CR4201
CR4201 S956-050-999-EXIT.                                               CR4201
CR4201     EXIT.                                                        CR4201
CR4201*                                                                 CR4201
CR4201 S956-999-EXIT.  EXIT.                                            CR4201
CR4201*                                                                 CR4201
CR4200 S955-000-RX-VALIDITY SECTION.                                    CR4200
CR4200*---------------------------------------------------------------* CR4200
CR4200*     S955-000-RX-VALIDITY                                      * CR4200
CR4200*   PRESCRIPTION-VALIDITY EDIT.  THREE INDEPENDENT CHECKS,      * CR4200
CR4200*   EACH POSTING ITS OWN EXCEPTION (THE PHARMACIST TEXT FOR     * CR4200
CR4200*   EACH LIVES ON R_POS_MSG_CAT_TB LIKE EVERY OTHER DENIAL):    * CR4200
CR4200*    3970 - THE PRESCRIPTION IS OLDER ON THE DATE OF SERVICE    * CR4200
CR4200*           THAN THE LIMIT FOR ITS DEA SCHEDULE.  LIST 7527     * CR4200
CR4200*           CARRIES ONE ROW PER SCHEDULE - THE DEA CODE IN THE  * CR4200
CR4200*           START LIMIT ('0' FOR NON-CONTROLLED) AND THE        * CR4200
CR4200*           MAXIMUM AGE IN DAYS IN THE DETAIL TEXT.  WITH NO    * CR4200
CR4200*           ROW THE STATUTORY DEFAULT APPLIES: 365 DAYS, OR     * CR4200
CR4200*           180 FOR SCHEDULE III-V.                             * CR4200
CR4200*    3971 - THE FILL NUMBER IS HIGHER THAN THE NUMBER OF        * CR4200
CR4200*           REFILLS THE PRESCRIBER AUTHORIZED.                  * CR4200
CR4200*    3972 - A REFILL OF A SCHEDULE II PRESCRIPTION.             * CR4200
CR4200*   A COMPOUND TAKES THE MOST RESTRICTIVE SCHEDULE OF ITS       * CR4200
CR4200*   INGREDIENTS.  A MISSING DATE WRITTEN OR REFILLS-AUTHORIZED  * CR4200
CR4200*   VALUE SKIPS THAT CHECK RATHER THAN DENYING ON ABSENT DATA.  * CR4200
CR4200*---------------------------------------------------------------* CR4200
CR4200 S955-010-START.                                                  CR4200
CR4200*                                                                 CR4200
CR4200     IF W1C66791-C-NCP-POS-TRAN-CD = WV-C8869-C-RX-REVERSAL-51-D0 CR4200
CR4200                                  OR WV-C8869-C-RX-1-REVERSAL     CR4200
CR4200                                  OR WV-C8869-C-SERVICE-REVERS-D0 CR4200
CR4200                                  OR WV-C8869-C-ELIG-VF-51-D0     CR4200
CR4200                                  OR WV-C8869-C-ELIGIBILITY-VERIF CR4200
CR4200         GO TO S955-999-EXIT                                      CR4200
CR4200     END-IF.                                                      CR4200
CR4200*                                                                 CR4200
CR4200***  MOST RESTRICTIVE DEA SCHEDULE ON THE CLAIM - '2' BEATS       CR4200
CR4200***  '3' THROUGH '5'; ANYTHING ELSE IS NON-CONTROLLED ('0').      CR4200
CR4200     MOVE '0' TO WS-955-DEA-CD.                                   CR4200
CR4200     IF WS-000-COMPOUND-YES                                       CR4200
CR4200         MOVE W1C66791-C-NCP-CNT-CMPD-NUM                         CR4200
CR4200                (W1C66791-C-NCPDP-CNSLDTD-RX-X)                   CR4200
CR4200           TO WS-955-LI-CNT                                       CR4200
CR4200         IF WS-955-LI-CNT > 15                                    CR4200
CR4200             MOVE 15 TO WS-955-LI-CNT                             CR4200
CR4200         END-IF                                                   CR4200
CR4200     ELSE                                                         CR4200
CR4200         MOVE 1 TO WS-955-LI-CNT                                  CR4200
CR4200     END-IF.                                                      CR4200
CR4200     PERFORM S955-020-ONE-LINE                                    CR4200
CR4200         THRU S955-020-999-EXIT                                   CR4200
CR4200         VARYING WS-955-LI-SUB FROM 1 BY 1                        CR4200
CR4200         UNTIL WS-955-LI-SUB > WS-955-LI-CNT.                     CR4200
CR4200*                                                                 CR4200
CR4200***  PRESCRIPTION AGE - DATE WRITTEN TO DATE OF SERVICE.          CR4200
CR4200     IF W1C40541-C-DRUG-PRESCR-DT (1:4) NOT NUMERIC               CR4200
CR4200      OR W1C40541-C-HDR-SVC-FST-DT (1:4) NOT NUMERIC              CR4200
CR4200         GO TO S955-040-REFILLS                                   CR4200
CR4200     END-IF.                                                      CR4200
CR4200     MOVE W1C40541-C-DRUG-PRESCR-DT (1:4) TO WS-955-WRTN-CCYY-9.  CR4200
CR4200     MOVE W1C40541-C-DRUG-PRESCR-DT (6:2) TO WS-955-WRTN-MM-9.    CR4200
CR4200     MOVE W1C40541-C-DRUG-PRESCR-DT (9:2) TO WS-955-WRTN-DD-9.    CR4200
CR4200     MOVE W1C40541-C-HDR-SVC-FST-DT (1:4) TO WW-010-SVC-CCYY-9.   CR4200
CR4200     MOVE W1C40541-C-HDR-SVC-FST-DT (6:2) TO WW-010-SVC-MM-9.     CR4200
CR4200     MOVE W1C40541-C-HDR-SVC-FST-DT (9:2) TO WW-010-SVC-DD-9.     CR4200
CR4200     IF WS-955-WRTN-MM-9 < 1 OR > 12                              CR4200
CR4200      OR WS-955-WRTN-DD-9 < 1 OR > 31                             CR4200
CR4200         GO TO S955-040-REFILLS                                   CR4200
CR4200     END-IF.                                                      CR4200
CR4200     COMPUTE WS-955-AGE-DAYS =                                    CR4200
CR4200         FUNCTION INTEGER-OF-DATE (WW-010-SVC-DT-99)              CR4200
CR4200       - FUNCTION INTEGER-OF-DATE (WS-955-WRTN-DT-99).            CR4200
CR4200*                                                                 CR4200
CR4200     PERFORM S955-030-GET-MAX-DAYS                                CR4200
CR4200         THRU S955-030-999-EXIT.                                  CR4200
CR4200     IF WS-955-AGE-DAYS > WS-955-MAX-DAYS                         CR4200
CR4200**       PRESCRIPTION EXPIRED - EXCP 3970 *********************** CR4200
CR4200         MOVE WV-R1737-C-RX-EXPIRED  TO WW-600-CLM-EXC-CD         CR4200
CR4200         PERFORM S955-050-POST-FATAL                              CR4200
CR4200             THRU S955-050-999-EXIT                               CR4200
CR4200     END-IF.                                                      CR4200
CR4200*                                                                 CR4200
CR4200 S955-040-REFILLS.                                                CR4200
CR4200     IF W1C66791-C-NCP-NEW-REFLL-CD-X                             CR4200
CR4200           (W1C66791-C-NCPDP-CNSLDTD-RX-X) = HIGH-VALUES          CR4200
CR4200      OR W1C66791-C-NCP-NEW-REFLL-CD                              CR4200
CR4200           (W1C66791-C-NCPDP-CNSLDTD-RX-X) NOT NUMERIC            CR4200
CR4200         GO TO S955-999-EXIT                                      CR4200
CR4200     END-IF.                                                      CR4200
CR4200     MOVE W1C66791-C-NCP-NEW-REFLL-CD                             CR4200
CR4200            (W1C66791-C-NCPDP-CNSLDTD-RX-X) TO WS-955-FILL-NUM.   CR4200
CR4200     IF WS-955-FILL-NUM NOT > ZEROES                              CR4200
CR4200***      THE ORIGINAL DISPENSING - NOTHING TO CHECK               CR4200
CR4200         GO TO S955-999-EXIT                                      CR4200
CR4200     END-IF.                                                      CR4200
CR4200     IF WS-955-SCHED-2                                            CR4200
CR4200**       SCHEDULE II CANNOT BE REFILLED - EXCP 3972 ************* CR4200
CR4200         MOVE WV-R1737-C-SCHED2-REFILL TO WW-600-CLM-EXC-CD       CR4200
CR4200         PERFORM S955-050-POST-FATAL                              CR4200
CR4200             THRU S955-050-999-EXIT                               CR4200
CR4200         GO TO S955-999-EXIT                                      CR4200
CR4200     END-IF.                                                      CR4200
CR4200     IF W1C66791-C-NCP-RFL-AUTH-NUM                               CR4200
CR4200           (W1C66791-C-NCPDP-CNSLDTD-RX-X) NOT NUMERIC            CR4200
CR4200         GO TO S955-999-EXIT                                      CR4200
CR4200     END-IF.                                                      CR4200
CR4200     MOVE W1C66791-C-NCP-RFL-AUTH-NUM                             CR4200
CR4200            (W1C66791-C-NCPDP-CNSLDTD-RX-X) TO WS-955-AUTH-NUM.   CR4200
CR4200     IF WS-955-FILL-NUM > WS-955-AUTH-NUM                         CR4200
CR4200**       MORE FILLS THAN AUTHORIZED - EXCP 3971 ***************** CR4200
CR4200         MOVE WV-R1737-C-RFL-EXCEEDS-AUTH TO WW-600-CLM-EXC-CD    CR4200
CR4200         PERFORM S955-050-POST-FATAL                              CR4200
CR4200             THRU S955-050-999-EXIT                               CR4200
CR4200     END-IF.                                                      CR4200
CR4200     GO TO S955-999-EXIT.                                         CR4200
CR4200*                                                                 CR4200
CR4200 S955-020-ONE-LINE.                                               CR4200
CR4200     IF W1C40541-C-DRUG-DEA-CD (WS-955-LI-SUB)                    CR4200
CR4200                              = WV-R0314-C-SCHED2-MOST-ABUSED     CR4200
CR4200         MOVE '2' TO WS-955-DEA-CD                                CR4200
CR4200         GO TO S955-020-999-EXIT                                  CR4200
CR4200     END-IF.                                                      CR4200
CR4200     IF WS-955-SCHED-2                                            CR4200
CR4200         GO TO S955-020-999-EXIT                                  CR4200
CR4200     END-IF.                                                      CR4200
CR4200     IF (W1C40541-C-DRUG-DEA-CD (WS-955-LI-SUB)                   CR4200
CR4200                              = WV-R0314-C-SCHED3-ABUSED          CR4200
CR4200      OR W1C40541-C-DRUG-DEA-CD (WS-955-LI-SUB)                   CR4200
CR4200                              = WV-R0314-C-SCHED4-ABUSED          CR4200
CR4200      OR W1C40541-C-DRUG-DEA-CD (WS-955-LI-SUB)                   CR4200
CR4200                              = WV-R0314-C-SCHED5-ABUSED)         CR4200
CR4200      AND (WS-955-DEA-CD = '0'                                    CR4200
CR4200       OR W1C40541-C-DRUG-DEA-CD (WS-955-LI-SUB) < WS-955-DEA-CD) CR4200
CR4200         MOVE W1C40541-C-DRUG-DEA-CD (WS-955-LI-SUB)              CR4200
CR4200           TO WS-955-DEA-CD                                       CR4200
CR4200     END-IF.                                                      CR4200
CR4200 S955-020-999-EXIT.                                               CR4200
CR4200     EXIT.                                                        CR4200
CR4200*                                                                 CR4200
CR4200 S955-030-GET-MAX-DAYS.                                           CR4200
CR4200     IF WS-955-SCHED-3-5                                          CR4200
CR4200         MOVE +180 TO WS-955-MAX-DAYS                             CR4200
CR4200     ELSE                                                         CR4200
CR4200         MOVE +365 TO WS-955-MAX-DAYS                             CR4200
CR4200     END-IF.                                                      CR4200
CR4200     MOVE SPACES        TO WH-955-DEA-KEY-TX.                     CR4200
CR4200     MOVE WS-955-DEA-CD TO WH-955-DEA-KEY-TX.                     CR4200
CR4200     MOVE W1C40541-R-CUST-PART-NUM                                CR4200
CR4200                        TO GSLDTLTB-R-CUST-PART-NUM.              CR4200
CR4200     MOVE WV-G0003-C-CLAIMS TO GSLDTLTB-G-LIST-SUBSYS-CD.         CR4200
CR4200     EXEC SQL                                                     CR4200
CR4200         SELECT G_LIST_DTL_TX                                     CR4200
CR4200           INTO :WH-955-MAX-DAYS-TX                               CR4200
CR4200           FROM G_LIST_DTL_TB                                     CR4200
CR4200          WHERE (R_CUST_PART_NUM = :GSLDTLTB-R-CUST-PART-NUM      CR4200
CR4200              OR R_CUST_PART_NUM = +0)                            CR4200
CR4200            AND G_LIST_SUBSYS_CD = :GSLDTLTB-G-LIST-SUBSYS-CD     CR4200
CR4200            AND G_LIST_NUM       = '7527'                         CR4200
CR4200            AND G_LIST_STRT_LMT  = :WH-955-DEA-KEY-TX             CR4200
CR4200            AND G_LIST_EFF_STRT_DT <= TRUNC(CURRENT_DATE)         CR4200
CR4200            AND G_LIST_EFF_END_DT  >= TRUNC(CURRENT_DATE)         CR4200
CR4200            AND ROWNUM = 1                                        CR4200
CR4200     END-EXEC.                                                    CR4200
CR4200     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4200
CR4200     EVALUATE TRUE                                                CR4200
CR4200     WHEN WW-001-SUCCESSFUL-CALL                                  CR4200
CR4200         IF WH-955-MAX-DAYS-TX (1:3) NUMERIC                      CR4200
CR4200             COMPUTE WS-955-MAX-DAYS =                            CR4200
CR4200                 FUNCTION NUMVAL (WH-955-MAX-DAYS-TX)             CR4200
CR4200         END-IF                                                   CR4200
CR4200     WHEN WW-001-DATA-NOT-FOUND                                   CR4200
CR4200***      NO PLAN ROW - THE STATUTORY DEFAULT STANDS               CR4200
CR4200         CONTINUE                                                 CR4200
CR4200     WHEN OTHER                                                   CR4200
CR4200         MOVE WK-001-PROGNAME                                     CR4200
CR4200           TO WD-999-MSG (1)                                      CR4200
CR4200         MOVE 'S955-030-GET-MAX-DAYS'                             CR4200
CR4200           TO WD-999-MSG (2)                                      CR4200
CR4200         MOVE 'G_LIST_DTL_TB'                                     CR4200
CR4200           TO WD-999-MSG (3)                                      CR4200
CR4200         MOVE 'SELECT'                                            CR4200
CR4200           TO WD-999-MSG (4)                                      CR4200
CR4200         MOVE SPACES                                              CR4200
CR4200           TO WD-999-MSG (5)                                      CR4200
CR4200         GO TO S900-000-DUAL-MDUL-DB2-ERR                         CR4200
CR4200     END-EVALUATE.                                                CR4200
CR4200 S955-030-999-EXIT.                                               CR4200
CR4200     EXIT.                                                        CR4200
CR4200*                                                                 CR4200
CR4200***  POST THE EXCEPTION ALREADY IN WW-600-CLM-EXC-CD AS A FATAL   CR4200
CR4200***  DENIAL, UNLESS A DECLARED EMERGENCY RELAXES IT.              CR4200
CR4200 S955-050-POST-FATAL.                                             CR4200
CR4200     MOVE WS-000-LI-SUB TO WW-600-CLM-EXC-LI.                     CR4200
CR4200     PERFORM S206-100-EMERG-BYPASS.                               CR4200
CR4200     IF WS-206-BYPASSED                                           CR4200
CR4200         GO TO S955-050-999-EXIT                                  CR4200
CR4200     END-IF.                                                      CR4200
CR4200     SET WS-000-EC-IN-PRCS-IS-FATAL TO TRUE.                      CR4200
CR4200     PERFORM S600C1-000-POST-EXCEPTION.                           CR4200
CR4200     SET WW-000-FATAL-ERROR  TO TRUE.                             CR4200
CR4200     SET WS-000-EC-IN-PRCS-NOT-FATAL TO TRUE.                     CR4200
CR4200 S955-050-999-EXIT.                                               CR4200
CR4200     EXIT.                                                        CR4200
CR4200*                                                                 CR4200
CR4200 S955-999-EXIT.  EXIT.                                            CR4200
CR4200*                                                                 CR4200
CR4198 S954-000-LOAD-SIT-MATRIX SECTION.                                CR4198
CR4198*---------------------------------------------------------------* CR4198
CR4198*     S954-000-LOAD-SIT-MATRIX                                  * CR4198
CR4196     MOVE ZEROES TO W1C40541-C-TOT-PAT-RESP-AMT                   CR4196
CR4196                    W1C40541-C-TOT-COPAY-AMT                      CR4196
CR4196                    W1C40541-C-PAT-LIAB-AMT.                      CR4196
CR4223***  A BENEFIT INQUIRY ONLY SHOWS THE EXEMPTION - NO ROW.         CR4223
CR4223     IF WS-000-BENE-INQ-MODE                                      CR4223
CR4223         MOVE WV-R1737-C-COPAY-EXEMPTED                           CR4223
CR4223                                 TO WW-600-CLM-EXC-CD             CR4223
CR4223         MOVE ZEROES             TO WW-600-CLM-EXC-LI             CR4223
CR4223         PERFORM S600C1-000-POST-EXCEPTION                        CR4223
CR4223         GO TO S952-999-EXIT                                      CR4223
CR4223     END-IF.                                                      CR4223
CR4196     EXEC SQL                                                     CR4196
CR4196         INSERT INTO C_COPAY_EXMPT_TB                             CR4196
CR4196                (R_CUST_PART_NUM, C_TCN_NUM, B_SYS_ID,            CR4196
CR4171     MOVE W1C40541-B-SYS-ID      TO CLPAUTTB-B-SYS-ID.            CR4171
CR4171     MOVE W1C40541-R-DRUG-GCN-SEQ-NUM (1)                         CR4171
CR4171       TO CLPAUTTB-R-DRUG-GCN-SEQ-NUM.                            CR4171
CR4218*** PRESCRIBER AND NDC ON THE REQUEST FOR THE PA UNIT'S QUEUE.    CR4218
CR4218     MOVE W1C66791-C-NCP-PRSC-ID-CD                               CR4218
CR4218              (W1C66791-C-NCPDP-CNSLDTD-RX-X)                     CR4218
CR4218                            TO CLPAUTTB-C-PA-PRSC-ID-CD.          CR4218
CR4218     MOVE W1C66791-C-NCP-PRSC-ID                                  CR4218
CR4218              (W1C66791-C-NCPDP-CNSLDTD-RX-X)                     CR4218
CR4218                            TO CLPAUTTB-C-PA-PRSC-ID.             CR4218
CR4218     MOVE W1C40541-R-DRUG-CD (1) TO CLPAUTTB-C-PA-DRUG-CD.        CR4218
CR4171*                                                                 CR4171
CR4171     EXEC SQL                                                     CR4171
CR4171         INSERT INTO C_PRIOR_AUTH_TB                              CR4171
CR4171                (R_CUST_PART_NUM, B_SYS_ID, C_PA_AUTH_NUM,        CR4171
CR4171                 R_DRUG_GCN_SEQ_NUM, C_PA_STAT_CD,                CR4171
CR4171                 C_PA_BEG_DT, C_PA_END_DT,                        CR4171
CR4218                 C_PA_QTY_REMAIN, C_PA_AUTH_QTY,                  CR4218
CR4218                 C_PA_RQST_TS, C_PA_PRSC_ID_CD,                   CR4218
CR4218                 C_PA_PRSC_ID, C_PA_DRUG_CD)                      CR4218
CR4171         VALUES (:CLPAUTTB-R-CUST-PART-NUM,                       CR4171
CR4171                 :CLPAUTTB-B-SYS-ID,                              CR4171
CR4171                 :WH-390-AUTH-NUM,                                CR4171
CR4171                 :WH-390-BEG-DT,                                  CR4171
CR4171                 :WH-390-END-DT,                                  CR4171
CR4171                 :W1C40541-C-DRUG-SUB-QTY-AMT,                    CR4171
CR4218                 :W1C40541-C-DRUG-SUB-QTY-AMT,                    CR4218
CR4218                 TO_CHAR(CURRENT_TIMESTAMP,                       CR4218
CR4218                         'YYYY-MM-DD-HH24.MI.SS.FF6'),            CR4218
CR4218                 :CLPAUTTB-C-PA-PRSC-ID-CD,                       CR4218
CR4218                 :CLPAUTTB-C-PA-PRSC-ID,                          CR4218
CR4218                 :CLPAUTTB-C-PA-DRUG-CD)                          CR4218
CR4171     END-EXEC.                                                    CR4171
CR4171*                                                                 CR4171
CR4171     MOVE SQLCODE OF SQLCA TO WW-001-SQLCODE.                     CR4171
           MOVE WT-931-S220-HS    TO CLPERFTB-C-S220-ELAPSED-HS.        CR4131
           MOVE WT-931-S927-HS    TO CLPERFTB-C-S927-ELAPSED-HS.        CR4131
CR4174     MOVE WS-900-RETRY-CNT  TO CLPERFTB-C-SQL-RETRY-CNT.          CR4174
CR4224     MOVE W1C66791-C-NCP-SOFT-VEND-ID                             CR4224
CR4224                            TO CLPERFTB-C-SOFT-VEND-ID.           CR4224
CR4224     MOVE W1C66791-C-NCP-VERSION-NUM                              CR4224
CR4224                            TO CLPERFTB-C-NCPDP-VERSN-NUM.        CR4224
CR4224     INSPECT CLPERFTB-C-SOFT-VEND-ID                              CR4224
CR4224         REPLACING ALL HIGH-VALUE BY SPACE.                       CR4224
CR4224     INSPECT CLPERFTB-C-NCPDP-VERSN-NUM                           CR4224
CR4224         REPLACING ALL HIGH-VALUE BY SPACE.                       CR4224
CR4224     MOVE W1C40541-C-HDR-STAT-CD TO CLPERFTB-C-HDR-STAT-CD.       CR4224
           EXEC SQL                                                     CR4131
               INSERT INTO C_PERF_STAT_TB                               CR4131
                      (R_CUST_PART_NUM                                  CR4131
                      ,C_S210_ELAPSED_HS                                CR4131
                      ,C_S220_ELAPSED_HS                                CR4131
                      ,C_S927_ELAPSED_HS                                 CR4131
CR4224                ,C_SQL_RETRY_CNT                                  CR4224
CR4224                ,C_SOFT_VEND_ID                                   CR4224
CR4224                ,C_NCPDP_VERSN_NUM                                CR4224
CR4224                ,C_HDR_STAT_CD)                                   CR4224
               VALUES (:CLPERFTB-R-CUST-PART-NUM                        CR4131
                      ,:CLPERFTB-C-TCN-NUM                              CR4131
                      ,:CLPERFTB-C-NCPDP-TXN-CD                         CR4131
                      ,:CLPERFTB-C-S210-ELAPSED-HS                      CR4131
                      ,:CLPERFTB-C-S220-ELAPSED-HS                      CR4131
                      ,:CLPERFTB-C-S927-ELAPSED-HS                      CR4131
CR4224                ,:CLPERFTB-C-SQL-RETRY-CNT                        CR4224
CR4224                ,:CLPERFTB-C-SOFT-VEND-ID                         CR4224
CR4224                ,:CLPERFTB-C-NCPDP-VERSN-NUM                      CR4224
CR4224                ,:CLPERFTB-C-HDR-STAT-CD)                         CR4224
           END-EXEC.                                                    CR4131
      *    INSTRUMENTATION IS BEST-EFFORT - ANY SQLCODE IS ACCEPTED.    CR4131
       S931-209-EXIT.  EXIT.                                            CR4131
