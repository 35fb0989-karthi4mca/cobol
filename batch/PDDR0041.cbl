002340*                  THE PDDB0019 SWEEP ARE PICKED UP THIS CYCLE *
002350*                  (WHATEVER THEIR SERVICE DATE) AND MARKED    *
002360*                  DISBURSED SO THEY PAY EXACTLY ONCE.         *
002370*  10/15/26  ACS   CHAIN CENTRAL PAY.  CLAIMS ARE GROUPED AND  *
002380*                  SUBTOTALED BY PAYEE - THE C_PROV_PAYEE_TB   *
002385*                  PAYEE IN FORCE AT THE DATE OF SERVICE, OR   *
002390*                  THE DISPENSING PHARMACY WHEN IT HAS NONE -  *
002392*                  SO A CHAIN'S STORES PAY TO HEADQUARTERS ON  *
002394*                  ONE REMITTANCE.  THE DETAIL RECORD KEEPS    *
002396*                  THE DISPENSING STORE.                       *
002397*  10/15/26  ACS   PEND QUEUE.  HELD CLAIMS PAY IN THE CYCLE   *
002398*                  AFTER RELEASE; PAID PEND AND ESCROW ROWS ARE*
002399*                  STAMPED C_DSBR_CYC_END_DT FOR PDDB0022.     *
002400*  10/15/26  ACS   PAYEE, TYPE AND CYCLE AMOUNTS PRINT SIGNED  *
002410*                  SO A PAYEE WHOSE REVERSALS EXCEED ITS       *
002420*                  PAYMENTS SHOWS NEGATIVE (PDDB0022 CARRIES   *
002430*                  IT TO A RECEIVABLE).                        *
002431*  10/15/26  ACS   RETROACTIVE MASS ADJUSTMENT.  A CLAIM       *
002432*                  RELEASED BY PDDB0027 WITH A SERVICE DATE IN *
002433*                  AN EARLIER CYCLE PAYS AS A PAIR - THE       *
002434*                  ORIGINAL PAID AMOUNT TAKEN BACK UNDER ITS   *
002435*                  TCN AND THE REBILL PAID UNDER THE NEW ONE   *
002436*                  (NO REBILL LINE WHEN IT NOW DENIES).        *
002437*                  FINALIZE STAMPS THE RELEASED ROWS WITH THE  *
002438*                  CYCLE FOR PDDB0022.                         *
002446*  10/15/26  ACS   WITH NO REMTPARM CARD THE CYCLE NOW RUNS    *
002454*                  FROM THE DAY AFTER THE PRIOR BUSINESS DATE  *
002462*                  THROUGH THE BUSINESS PROCESSING DATE FROM   *
002470*                  G_PROC_DT_CTL_TB (SHARED PDDS9004 ROUTINE), *
002478*                  MATCHING THE DISBURSEMENT RUN.              *
002479*  10/15/26  ACS   APPEAL OVERTURN REPROCESSING.  A CLAIM      *
002480*                  REPAID BY PDDB0047 AFTER AN OVERTURNED      *
002481*                  APPEAL PAYS IN THE NEXT CYCLE WHATEVER ITS  *
002482*                  SERVICE DATE (THE APPEAL LEG); EVERY DETAIL *
002483*                  RECORD NOW CARRIES THE APPEALED TCN, ZERO   *
002484*                  WHEN NONE, SO THE PHARMACY SEES WHY.  THE   *
002485*                  CASE IS STAMPED WITH THE CYCLE (PDDB0022).  *
002486*                                                              *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
005000 FD  REMTDTL-FILE.
005100 01  RD-REMIT-REC.
005200     05  RD-REC-TY-CD                PIC X(00001).
005210*    RD-PROV-ID IS THE PAYEE THE CLAIM IS PAID TO.
005300     05  RD-PROV-ID                  PIC X(00015).
005400     05  RD-PYMT-TY-CD               PIC X(00001).
005500     05  RD-TCN-NUM                  PIC 9(00017).
005600     05  RD-SVC-DT                   PIC X(00010).
005700     05  RD-RX-NUM                   PIC 9(00012).
005800     05  RD-PAID-AMT                 PIC S9(00009)V9(00002).
005900     05  RD-DISP-PROV-ID             PIC X(00015).
005910*    RD-APPEAL-TCN-NUM IS THE DENIED CLAIM AN OVERTURNED APPEAL
005920*    REPROCESSED INTO THIS ONE (PDDB0047), ZERO OTHERWISE.
005930     05  RD-APPEAL-TCN-NUM           PIC 9(00017).
006000 FD  RPT0041-FILE
006100     RECORDING MODE IS F.
006200 01  RPT0041-REC                     PIC X(00133).
008900*  WVC0070C.                                                    *
009000*****************************************************************
009100     COPY WVC0070C.
009133*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
009166     COPY WKC90040.
009200*****************************************************************
009300*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CYCLE CURSOR        *
009400*****************************************************************
009800     05  WH-0041-CYC-BEG-DT          PIC X(00010).
009900     05  WH-0041-CYC-END-DT          PIC X(00010).
010000     05  WH-0041-PROV-ID             PIC X(00015).
010050     05  WH-0041-DISP-PROV-ID        PIC X(00015).
010100     05  WH-0041-PYMT-TY-CD          PIC X(00001).
010200     05  WH-0041-TCN-NUM             PIC S9(00017) COMP-3.
010300     05  WH-0041-SVC-DT              PIC X(00010).
010400     05  WH-0041-RX-NUM              PIC S9(00012) COMP-3.
010500     05  WH-0041-PAID-AMT            PIC S9(00009)V9(00002)
010600                                     COMP-3.
010650     05  WH-0041-APPEAL-TCN          PIC S9(00017) COMP-3.
010700     EXEC SQL END DECLARE SECTION END-EXEC.
010800*    THE FIRST LEG IS THE CYCLE'S PAID CLAIMS, LESS ANY CLAIM
010810*    THE PAY-HOLD ESCROW LIFECYCLE OWNS (HELD, RELEASED OR
010820*    ALREADY DISBURSED); THE SECOND LEG IS THE ESCROW ROWS
010830*    PDDB0019 RELEASED, WHATEVER CYCLE THEIR SERVICE DATE WAS
010840*    IN.  FINALIZE MARKS THE RELEASED ROWS DISBURSED.
010842*    BOTH LEGS RESOLVE THE PAYEE FROM C_PROV_PAYEE_TB AT THE
010844*    DATE OF SERVICE (CHAIN CENTRAL PAY); A PHARMACY WITH NO
010846*    PAYEE ROW IS ITS OWN PAYEE.
010847*    A CLAIM ON THE CLINICAL REVIEW PEND QUEUE WAITS FOR ITS
010848*    RELEASE; THE THIRD LEG IS RELEASED PEND ROWS NOT YET
010849*    DISBURSED THAT THE ESCROW LEG DOES NOT ALREADY CARRY.
010855*    A MASS ADJUSTMENT RELEASED BY PDDB0027 FOR A SERVICE DATE
010861*    BEFORE THIS CYCLE (THE ORIGINAL WAS PAID IN ITS OWN CYCLE)
010867*    IS THE LAST TWO LEGS - THE ORIGINAL TAKEN BACK AND THE
010873*    REBILL PAID.  ONE DATED IN THIS CYCLE NEEDS NEITHER: THE
010879*    FIRST LEG PAYS ONLY THE REBILL, THE ORIGINAL NO LONGER
010885*    BEING IN PAID STATUS.
010886*    A CLAIM REPAID BY PDDB0047 ON AN OVERTURNED APPEAL WITH A
010887*    SERVICE DATE BEFORE THIS CYCLE IS THE APPEAL LEG (LAST);
010888*    ONE DATED IN THIS CYCLE PAYS ON THE FIRST LEG.  EVERY LEG
010889*    CARRIES THE APPEALED TCN (ZERO WHEN NOT AN APPEAL) FOR THE
010890*    PHARMACY'S REMITTANCE.
010891     EXEC SQL
010900         DECLARE C0041 CURSOR FOR
011000         SELECT COALESCE(
011010                  (SELECT P.C_PAYEE_ID
011020                     FROM C_PROV_PAYEE_TB P
011030                    WHERE P.C_PROV_ID       = A.C_BLNG_PROV_ID
011040                      AND P.C_PAYEE_BEG_DT <= A.C_HDR_SVC_FST_DT
011050                      AND P.C_PAYEE_END_DT >= A.C_HDR_SVC_FST_DT
011060                      AND ROWNUM = 1),
011070                  A.C_BLNG_PROV_ID),
011100                COALESCE(A.C_BAT_PYMT_TY_CD, 'M'),
011200                A.C_TCN_NUM,
011300                A.C_HDR_SVC_FST_DT,
011400                A.C_RX_SVC_REF_NUM,
011500                A.C_TOT_REIMB_AMT,
011550                A.C_BLNG_PROV_ID,
011560                NVL((SELECT MAX(C.C_TCN_NUM)
011570                       FROM C_APPEAL_CASE_TB C
011580                      WHERE C.C_REPRC_TCN_NUM = A.C_TCN_NUM
011590                        AND C.C_REPRC_STAT_CD = 'P'), 0)
011600           FROM C_LI_DRUG_TB A
011700          WHERE A.C_HDR_STAT_CD     = 'P'
011800            AND A.C_HDR_SVC_FST_DT >= :WH-0041-CYC-BEG-DT
011920                (SELECT 1
011930                   FROM C_PAY_ESCROW_TB E
011940                  WHERE E.C_TCN_NUM = A.C_TCN_NUM)
011942            AND NOT EXISTS
011944                (SELECT 1
011946                   FROM C_CLM_PEND_TB Q
011948                  WHERE Q.C_TCN_NUM = A.C_TCN_NUM)
011950         UNION ALL
011952         SELECT COALESCE(
011954                  (SELECT P.C_PAYEE_ID
011956                     FROM C_PROV_PAYEE_TB P
011958                    WHERE P.C_PROV_ID       = A.C_BLNG_PROV_ID
011960                      AND P.C_PAYEE_BEG_DT <= A.C_HDR_SVC_FST_DT
011962                      AND P.C_PAYEE_END_DT >= A.C_HDR_SVC_FST_DT
011964                      AND ROWNUM = 1),
011966                  A.C_BLNG_PROV_ID),
011968                COALESCE(A.C_BAT_PYMT_TY_CD, 'M'),
011970                A.C_TCN_NUM,
011972                A.C_HDR_SVC_FST_DT,
011974                A.C_RX_SVC_REF_NUM,
011976                A.C_TOT_REIMB_AMT,
011978                A.C_BLNG_PROV_ID,
011979                NVL((SELECT MAX(C.C_TCN_NUM)
011979                       FROM C_APPEAL_CASE_TB C
011979                      WHERE C.C_REPRC_TCN_NUM = A.C_TCN_NUM
011979                        AND C.C_REPRC_STAT_CD = 'P'), 0)
011980           FROM C_LI_DRUG_TB A,
011982                C_PAY_ESCROW_TB E
011984          WHERE E.C_TCN_NUM        = A.C_TCN_NUM
011986            AND E.C_ESCROW_STAT_CD = 'R'
011988            AND A.C_HDR_STAT_CD    = 'P'
011990            AND NOT EXISTS
011992                (SELECT 1
011994                   FROM C_CLM_PEND_TB Q
011996                  WHERE Q.C_TCN_NUM      = A.C_TCN_NUM
011998                    AND Q.C_PEND_STAT_CD <> 'R')
012000         UNION ALL
012007         SELECT COALESCE(
012014                  (SELECT P.C_PAYEE_ID
012021                     FROM C_PROV_PAYEE_TB P
012028                    WHERE P.C_PROV_ID       = A.C_BLNG_PROV_ID
012035                      AND P.C_PAYEE_BEG_DT <= A.C_HDR_SVC_FST_DT
012042                      AND P.C_PAYEE_END_DT >= A.C_HDR_SVC_FST_DT
012049                      AND ROWNUM = 1),
012056                  A.C_BLNG_PROV_ID),
012063                COALESCE(A.C_BAT_PYMT_TY_CD, 'M'),
012070                A.C_TCN_NUM,
012077                A.C_HDR_SVC_FST_DT,
012084                A.C_RX_SVC_REF_NUM,
012091                A.C_TOT_REIMB_AMT,
012098                A.C_BLNG_PROV_ID,
012099                0
012105           FROM C_LI_DRUG_TB A,
012112                C_CLM_PEND_TB Q
012119          WHERE Q.C_TCN_NUM        = A.C_TCN_NUM
012126            AND Q.C_PEND_STAT_CD   = 'R'
012133            AND COALESCE(Q.C_DSBR_CYC_END_DT, ' ') = ' '
012140            AND A.C_HDR_STAT_CD    = 'P'
012147            AND NOT EXISTS
012154                (SELECT 1
012161                   FROM C_PAY_ESCROW_TB E
012168                  WHERE E.C_TCN_NUM = A.C_TCN_NUM)
012171         UNION ALL
012174         SELECT COALESCE(
012177                  (SELECT P.C_PAYEE_ID
012180                     FROM C_PROV_PAYEE_TB P
012183                    WHERE P.C_PROV_ID       = M.C_BLNG_PROV_ID
012186                      AND P.C_PAYEE_BEG_DT <= M.C_HDR_SVC_FST_DT
012189                      AND P.C_PAYEE_END_DT >= M.C_HDR_SVC_FST_DT
012192                      AND ROWNUM = 1),
012195                  M.C_BLNG_PROV_ID),
012198                M.C_BAT_PYMT_TY_CD,
012201                M.C_ORIG_TCN_NUM,
012204                M.C_HDR_SVC_FST_DT,
012207                M.C_RX_SVC_REF_NUM,
012210                0 - M.C_ORIG_PAID_AMT,
012213                M.C_BLNG_PROV_ID,
012214                0
012216           FROM C_MASS_ADJ_CLM_TB M
012219          WHERE M.C_ADJ_STAT_CD     = 'R'
012222            AND COALESCE(M.C_DSBR_CYC_END_DT, ' ') = ' '
012225            AND M.C_HDR_SVC_FST_DT  < :WH-0041-CYC-BEG-DT
012228         UNION ALL
012231         SELECT COALESCE(
012234                  (SELECT P.C_PAYEE_ID
012237                     FROM C_PROV_PAYEE_TB P
012240                    WHERE P.C_PROV_ID       = M.C_BLNG_PROV_ID
012243                      AND P.C_PAYEE_BEG_DT <= M.C_HDR_SVC_FST_DT
012246                      AND P.C_PAYEE_END_DT >= M.C_HDR_SVC_FST_DT
012249                      AND ROWNUM = 1),
012252                  M.C_BLNG_PROV_ID),
012255                M.C_BAT_PYMT_TY_CD,
012258                M.C_NEW_TCN_NUM,
012261                M.C_HDR_SVC_FST_DT,
012264                M.C_RX_SVC_REF_NUM,
012267                M.C_NEW_PAID_AMT,
012270                M.C_BLNG_PROV_ID,
012271                0
012273           FROM C_MASS_ADJ_CLM_TB M
012276          WHERE M.C_ADJ_STAT_CD     = 'R'
012279            AND COALESCE(M.C_DSBR_CYC_END_DT, ' ') = ' '
012282            AND M.C_HDR_SVC_FST_DT  < :WH-0041-CYC-BEG-DT
012285            AND M.C_NEW_STAT_CD     = 'P'
012286         UNION ALL
012286         SELECT COALESCE(
012286                  (SELECT P.C_PAYEE_ID
012286                     FROM C_PROV_PAYEE_TB P
012286                    WHERE P.C_PROV_ID       = A.C_BLNG_PROV_ID
012286                      AND P.C_PAYEE_BEG_DT <= A.C_HDR_SVC_FST_DT
012286                      AND P.C_PAYEE_END_DT >= A.C_HDR_SVC_FST_DT
012286                      AND ROWNUM = 1),
012286                  A.C_BLNG_PROV_ID),
012286                COALESCE(A.C_BAT_PYMT_TY_CD, 'M'),
012286                A.C_TCN_NUM,
012286                A.C_HDR_SVC_FST_DT,
012286                A.C_RX_SVC_REF_NUM,
012286                A.C_TOT_REIMB_AMT,
012286                A.C_BLNG_PROV_ID,
012286                C.C_TCN_NUM
012286           FROM C_APPEAL_CASE_TB C,
012286                C_LI_DRUG_TB A
012286          WHERE A.C_TCN_NUM         = C.C_REPRC_TCN_NUM
012286            AND C.C_REPRC_STAT_CD   = 'P'
012286            AND COALESCE(C.C_DSBR_CYC_END_DT, ' ') = ' '
012286            AND A.C_HDR_STAT_CD     = 'P'
012286            AND A.C_HDR_SVC_FST_DT  < :WH-0041-CYC-BEG-DT
012286            AND NOT EXISTS
012286                (SELECT 1
012286                   FROM C_PAY_ESCROW_TB E
012286                  WHERE E.C_TCN_NUM = A.C_TCN_NUM)
012288          ORDER BY 1, 2, 4, 3
012291     END-EXEC.
012300*****************************************************************
012400*  REPORT LINE LAYOUTS                                         *
012500*****************************************************************
013300 01  RL-0041-PROV-LINE.
013400     05  FILLER                      PIC X(00001) VALUE SPACE.
013500     05  FILLER                      PIC X(00009)
013600                                     VALUE 'PAYEE    '.
013700     05  RL-0041-P-PROV-ID           PIC X(00015).
013800     05  FILLER                      PIC X(00007)
013900                                     VALUE '  PAID '.
014000     05  RL-0041-P-AMT               PIC Z,ZZZ,ZZZ,ZZ9.99-.
014100 01  RL-0041-TYPE-LINE.
014200     05  FILLER                      PIC X(00005) VALUE SPACES.
014300     05  FILLER                      PIC X(00005) VALUE 'TYPE '.
014700     05  RL-0041-T-CNT               PIC ZZZ,ZZ9.
014800     05  FILLER                      PIC X(00007)
014900                                     VALUE '  AMT  '.
015000     05  RL-0041-T-AMT               PIC Z,ZZZ,ZZZ,ZZ9.99-.
015100 01  RL-0041-TOTAL.
015200     05  FILLER                      PIC X(00001) VALUE SPACE.
015300     05  FILLER                      PIC X(00023) VALUE
015400         'CYCLE TOTAL  PAYEES    '.
015500     05  RL-0041-G-PROV              PIC ZZZ,ZZ9.
015600     05  FILLER                      PIC X(00008)
015700                                     VALUE '  CLAIMS'.
015800     05  RL-0041-G-CNT               PIC ZZZ,ZZZ,ZZ9.
015900     05  FILLER                      PIC X(00006)
016000                                     VALUE '  PAID'.
016100     05  RL-0041-G-AMT               PIC Z,ZZZ,ZZZ,ZZ9.99-.
016200*****************************************************************
016300*  PROCEDURE DIVISION                                          *
016400*****************************************************************
017600*    1000-INITIALIZE - CYCLE CARD, HEADINGS, OPEN THE CURSOR    *
017700*****************************************************************
017800 1000-INITIALIZE.
017811     MOVE 'PDDR0041'             TO WK-9004-PGM-ID.
017822     MOVE SPACES                 TO WK-9004-OVRD-DT.
017833     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
017844     IF WK-9004-NO-BUS-DT
017855         DISPLAY 'PDDR0041 - NO BUSINESS PROCESSING DATE'
017866         MOVE 16 TO RETURN-CODE
017877         GOBACK
017888     END-IF.
017900     OPEN INPUT  REMTPARM-FILE.
018000     OPEN OUTPUT REMTDTL-FILE RPT0041-FILE.
018100     READ REMTPARM-FILE
018200         AT END
018450             MOVE SPACES TO RP-PARM-REC
018700     END-READ.
018705*    NO CYCLE CARD - THE CYCLE RUNS FROM THE DAY AFTER THE
018710*    PRIOR BUSINESS DATE THROUGH THE BUSINESS PROCESSING DATE.
018715     IF RP-CYC-BEG-DT = SPACES
018720         MOVE WK-9004-PRIOR-BUS-DT TO WH-0041-CYC-BEG-DT
018725         EXEC SQL
018730             SELECT TO_CHAR(TO_DATE(:WH-0041-CYC-BEG-DT,
018735                                    'YYYY-MM-DD') + 1,
018740                            'YYYY-MM-DD')
018745               INTO :WH-0041-CYC-BEG-DT
018750               FROM DUAL
018755         END-EXEC
018760         IF SQLCODE NOT = 0
018765             GO TO 9999-SQL-ERROR
018770         END-IF
018775         MOVE WH-0041-CYC-BEG-DT TO RP-CYC-BEG-DT
018780         MOVE WK-9004-BUS-DT     TO RP-CYC-END-DT
018785     END-IF.
018800     MOVE RP-CYC-BEG-DT          TO WH-0041-CYC-BEG-DT
018900                                    RL-0041-H1-BEG.
019000     MOVE RP-CYC-END-DT          TO WH-0041-CYC-END-DT
021000              :WH-0041-TCN-NUM,
021100              :WH-0041-SVC-DT,
021200              :WH-0041-RX-NUM,
021300              :WH-0041-PAID-AMT,
021350              :WH-0041-DISP-PROV-ID,
021375              :WH-0041-APPEAL-TCN
021400     END-EXEC.
021500     EVALUATE SQLCODE
021600       WHEN 0
027000     MOVE ZERO                   TO RD-TCN-NUM RD-RX-NUM.
027100     MOVE SPACES                 TO RD-SVC-DT.
027200     MOVE WR-0041-TYPE-AMT       TO RD-PAID-AMT.
027250     MOVE SPACES                 TO RD-DISP-PROV-ID.
027260     MOVE ZERO                   TO RD-APPEAL-TCN-NUM.
027300     WRITE RD-REMIT-REC.
027400     MOVE WR-0041-CUR-PYMT-TY    TO RL-0041-T-PYMT-TY.
027500     MOVE WR-0041-TYPE-CNT       TO RL-0041-T-CNT.
030200     MOVE WH-0041-SVC-DT         TO RD-SVC-DT.
030300     MOVE WH-0041-RX-NUM         TO RD-RX-NUM.
030400     MOVE WH-0041-PAID-AMT       TO RD-PAID-AMT.
030450     MOVE WH-0041-DISP-PROV-ID   TO RD-DISP-PROV-ID.
030460     MOVE WH-0041-APPEAL-TCN     TO RD-APPEAL-TCN-NUM.
030500     WRITE RD-REMIT-REC.
030600     ADD 1                       TO WR-0041-CLM-CNT
030700                                    WR-0041-TYPE-CNT.
032200     EXEC SQL
032300         CLOSE C0041
032400     END-EXEC.
032402*    THE RELEASED PEND ROWS JUST PAID (NOT STILL HELD BY AN
032404*    ESCROW ROW) ARE STAMPED WITH THE CYCLE SO THEY PAY ONCE.
032406     EXEC SQL
032408         UPDATE C_CLM_PEND_TB Q
032410            SET Q.C_DSBR_CYC_END_DT = :WH-0041-CYC-END-DT
032412          WHERE Q.C_PEND_STAT_CD = 'R'
032414            AND COALESCE(Q.C_DSBR_CYC_END_DT, ' ') = ' '
032416            AND EXISTS
032418                (SELECT 1
032420                   FROM C_LI_DRUG_TB A
032422                  WHERE A.C_TCN_NUM     = Q.C_TCN_NUM
032424                    AND A.C_HDR_STAT_CD = 'P')
032426            AND NOT EXISTS
032428                (SELECT 1
032430                   FROM C_PAY_ESCROW_TB E
032432                  WHERE E.C_TCN_NUM         = Q.C_TCN_NUM
032434                    AND E.C_ESCROW_STAT_CD <> 'R')
032436     END-EXEC.
032438     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
032440         GO TO 9999-SQL-ERROR
032442     END-IF.
032444*    THE RELEASED ESCROW ROWS JUST DISBURSED PAY EXACTLY ONCE;
032446*    ONE STILL ON THE PEND QUEUE WAITS FOR ITS REVIEWER.
032448     EXEC SQL
032450         UPDATE C_PAY_ESCROW_TB E
032452            SET E.C_ESCROW_STAT_CD  = 'D',
032454                E.C_DSBR_CYC_END_DT = :WH-0041-CYC-END-DT
032456          WHERE E.C_ESCROW_STAT_CD = 'R'
032458            AND NOT EXISTS
032460                (SELECT 1
032462                   FROM C_CLM_PEND_TB Q
032464                  WHERE Q.C_TCN_NUM      = E.C_TCN_NUM
032466                    AND Q.C_PEND_STAT_CD <> 'R')
032468     END-EXEC.
032470     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
032472         GO TO 9999-SQL-ERROR
032474     END-IF.
032475*    THE RELEASED MASS ADJUSTMENTS THIS CYCLE TAKES ARE STAMPED
032476*    WITH IT - Y WHERE THE PAIR WAS PAID ABOVE, N WHERE THE
032477*    SERVICE DATE FELL IN THE CYCLE AND ONLY THE REBILL PAID.
032478     EXEC SQL
032479         UPDATE C_MASS_ADJ_CLM_TB M
032480            SET M.C_DSBR_CYC_END_DT = :WH-0041-CYC-END-DT,
032481                M.C_RVRS_DSBR_IND   =
032482                  CASE WHEN M.C_HDR_SVC_FST_DT <
032483                            :WH-0041-CYC-BEG-DT
032484                       THEN 'Y' ELSE 'N' END
032485          WHERE M.C_ADJ_STAT_CD     = 'R'
032486            AND COALESCE(M.C_DSBR_CYC_END_DT, ' ') = ' '
032487            AND M.C_HDR_SVC_FST_DT <= :WH-0041-CYC-END-DT
032488     END-EXEC.
032489     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
032490         GO TO 9999-SQL-ERROR
032491     END-IF.
032492*    THE APPEAL REPROCESSES NOW PAID - ON THE APPEAL LEG OR, IN
032493*    THEIR OWN CYCLE, THE FIRST - ARE STAMPED SO THEY PAY ONCE.
032494*    ONE A PAY-HOLD ESCROW ROW OWNS PAYS WITH THE ESCROW LEG.
032494     EXEC SQL
032494         UPDATE C_APPEAL_CASE_TB C
032494            SET C.C_DSBR_CYC_END_DT = :WH-0041-CYC-END-DT
032494          WHERE C.C_REPRC_STAT_CD = 'P'
032494            AND COALESCE(C.C_DSBR_CYC_END_DT, ' ') = ' '
032494            AND EXISTS
032494                (SELECT 1
032494                   FROM C_LI_DRUG_TB A
032494                  WHERE A.C_TCN_NUM         = C.C_REPRC_TCN_NUM
032494                    AND A.C_HDR_STAT_CD     = 'P'
032494                    AND A.C_HDR_SVC_FST_DT <= :WH-0041-CYC-END-DT)
032494            AND NOT EXISTS
032494                (SELECT 1
032494                   FROM C_PAY_ESCROW_TB E
032494                  WHERE E.C_TCN_NUM = C.C_REPRC_TCN_NUM)
032494     END-EXEC.
032494     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
032494         GO TO 9999-SQL-ERROR
032494     END-IF.
032495     EXEC SQL COMMIT END-EXEC.
032500     CLOSE REMTPARM-FILE REMTDTL-FILE RPT0041-FILE.
032600 8000-FINALIZE-EXIT.
