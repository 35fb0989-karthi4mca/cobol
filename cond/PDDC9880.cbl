001000*                                                               *
001100*  DATE      INIT  DESCRIPTION                                 *
001200*  --------  ----  ----------------------------------------    *
001201*  10/15/26  ACS   EVERY ADJUDICATED TRANSACTION (NOT           *
001202*                  ELIGIBILITY CHECKS) NOW PUBLISHES AN EVENT   *
001203*                  TO THE PDD.CLAIM.ADJUD.EVENT QUEUE THROUGH   *
001204*                  PDDS9008 ONCE THE RESPONSE IS BUILT, INSIDE  *
001205*                  THE CLAIM'S UNIT OF WORK SO ONLY COMMITTED   *
001206*                  CLAIMS ARE SEEN.  A PUT THAT FAILS WRITES    *
001207*                  THE EVENT TO C_CLM_EVT_RTRY_TB FOR PDDB0039  *
001208*                  INSTEAD OF HOLDING UP THE RESPONSE.          *
001209*  10/15/26  ACS   ACTIVE R_POS_BCST_TB BROADCASTS (PAYMENT     *
001210*                  DELAYS, POLICY CHANGES, DISASTER             *
001211*                  DECLARATIONS) FOR THE PHARMACY, ITS NETWORK, *
001212*                  THE BIN/PCN OR THE GROUP ARE NOW PUT IN THE  *
001213*                  ADDITIONAL MESSAGE AREA OF PAID AND DENIED   *
001214*                  RESPONSES ALIKE, UP TO THREE, AND EACH ONE   *
001215*                  CARRIED IS COUNTED ON ITS ROW.               *
001216*  10/15/26  ACS   A PAID CLAIM NOW RETURNS THE NCPDP BASIS OF  *
001217*                  REIMBURSEMENT DETERMINATION SET BY THE      *
001218*                  LESSER-OF STEP IN THE CLAIM EDIT MODULE.    *
001232*  09/02/26  ACS   DENIAL TEXT IS NOW SELECTED IN THE MEMBER'S  *
001234*                  PREFERRED LANGUAGE (R_MBR_ELIG_TB B_LANG_CD) *
001236*                  - GROUP+LANGUAGE, ALL+LANGUAGE, THEN THE     *
005000 77  WK-9880-DENY-SW                 PIC X(00001) VALUE 'N'.
005100     88  WK-9880-CLAIM-DENIED        VALUE 'Y'.
005110 77  WK-9880-TCN-DSP                 PIC  9(00017).
005132 77  WK-9880-BCST-EOF-SW             PIC X(00001) VALUE 'N'.
005154     88  WK-9880-BCST-EOF            VALUE 'Y'.
005176 77  WK-9880-BIN-DSP                 PIC  9(00006).
005200 01  WK-9880-PDDS9001-PARMS.
005300     05  WK-9880-DENIAL-REASON-TX    PIC  X(00060).
005400*****************************************************************
006410     05  WH-9880-MSG-GROUP-ID        PIC  X(00008).
006412     05  WH-9880-MBR-LANG-CD         PIC  X(00003).
006420     05  WH-9880-MSG-TX              PIC  X(00132).
006436     05  WH-9880-BCST-BIN-NUM        PIC  X(00006).
006452     05  WH-9880-BCST-PCN-NUM        PIC  X(00010).
006468     05  WH-9880-BCST-PROV-ID        PIC  X(00015).
006484     COPY CLBCSTTB.
006489     COPY CLEVLGTB.
006494     COPY CLEVRTTB.
006500     EXEC SQL END DECLARE SECTION END-EXEC.
006501*    SHARED CLAIM EVENT PUBLISHER.
006502     COPY WKC90080.
006503*****************************************************************
006504*  ACTIVE BROADCASTS FOR THIS RESPONSE - PHARMACY, GROUP,       *
006506*  NETWORK, BIN/PCN, THEN ALL-PHARMACY ROWS, NEWEST FIRST.      *
006508*****************************************************************
006510     EXEC SQL
006512         DECLARE C9880BCST CURSOR FOR
006514         SELECT R_BCST_ID,
006516                R_BCST_MSG_TX
006518           FROM R_POS_BCST_TB
006520          WHERE R_BCST_BEG_TS <=
006522                TO_CHAR(CURRENT_TIMESTAMP,
006524                        'YYYY-MM-DD-HH24.MI.SS.FF6')
006526            AND R_BCST_END_TS >
006528                TO_CHAR(CURRENT_TIMESTAMP,
006530                        'YYYY-MM-DD-HH24.MI.SS.FF6')
006532            AND (R_BCST_TRGT_TY_CD = 'A'
006534             OR (R_BCST_TRGT_TY_CD = 'B'
006536                 AND R_BCST_BIN_NUM  = :WH-9880-BCST-BIN-NUM
006538                 AND (R_BCST_PCN_NUM = ' '
006540                  OR  R_BCST_PCN_NUM = :WH-9880-BCST-PCN-NUM))
006542             OR (R_BCST_TRGT_TY_CD = 'N'
006544                 AND C_NETWORK_ID IN
006546                     (SELECT P.C_NETWORK_ID
006548                        FROM C_PROV_MSTR_TB P
006550                       WHERE P.C_PROV_ID = :WH-9880-BCST-PROV-ID))
006552             OR (R_BCST_TRGT_TY_CD = 'P'
006554                 AND C_PROV_ID  = :WH-9880-BCST-PROV-ID)
006556             OR (R_BCST_TRGT_TY_CD = 'G'
006558                 AND R_GROUP_ID = :WH-9880-MSG-GROUP-ID))
006560          ORDER BY CASE R_BCST_TRGT_TY_CD
006562                        WHEN 'P' THEN 1
006564                        WHEN 'G' THEN 2
006566                        WHEN 'N' THEN 3
006568                        WHEN 'B' THEN 4
006570                        ELSE 5
006572                   END,
006574                   R_BCST_BEG_TS DESC
006576     END-EXEC.
006600*****************************************************************
006700*  LINKAGE SECTION                                              *
006800*****************************************************************
008600     PERFORM S300-000-FORMAT-REJECTS  THRU S300-999-EXIT.
008700     PERFORM S400-000-FORMAT-AMOUNTS  THRU S400-999-EXIT.
008800     PERFORM S500-000-FORMAT-MESSAGE  THRU S500-999-EXIT.
008850     PERFORM S600-000-FORMAT-BROADCAST THRU S600-999-EXIT.
008875     PERFORM S700-000-PUBLISH-EVENT   THRU S700-999-EXIT.
008900     GOBACK.
009000*
009100 S100-000-FORMAT-HEADER SECTION.
024700                                 (W1C66801-C-RSP-RX-GRP-X)
024800                                 W1C66801-C-RSP-PAT-PAY-AMT
024900                                 (W1C66801-C-RSP-RX-GRP-X)
024950         MOVE SPACES          TO W1C66801-C-RSP-BASIS-REIMB-CD
024960                                 (W1C66801-C-RSP-RX-GRP-X)
025000     ELSE
025100         MOVE W1C40541-C-TOT-REIMB-AMT
025200           TO W1C66801-C-RSP-TOT-PAID-AMT
025400         MOVE W1C40541-C-TOT-PAT-RESP-AMT
025500           TO W1C66801-C-RSP-PAT-PAY-AMT
025600              (W1C66801-C-RSP-RX-GRP-X)
025610         MOVE W1C40541-C-BASIS-REIMB-CD
025620           TO W1C66801-C-RSP-BASIS-REIMB-CD
025630              (W1C66801-C-RSP-RX-GRP-X)
025700     END-IF.
025800 S400-999-EXIT.
025900     EXIT.
029090 S510-999-EXIT.
029100     EXIT.
028700*
028701 S600-000-FORMAT-BROADCAST SECTION.
028702*****************************************************************
028703*          S600 - BROADCAST MESSAGES                            *
028704*                                                               *
028705*?   EVERY ACTIVE R_POS_BCST_TB ROW AIMED AT THIS PHARMACY, ITS *
028706*+   NETWORK, THE BIN/PCN OR THE GROUP GOES IN THE ADDITIONAL   *
028707*+   MESSAGE AREA - PAID AND DENIED ALIKE - MOST SPECIFIC       *
028708*+   TARGET FIRST, UP TO THE THREE SLOTS THE RESPONSE HOLDS.    *
028709*+   THE MESSAGE TEXT AND REJECT CODES ARE NEVER TOUCHED.  EACH *
028710*+   BROADCAST CARRIED IS COUNTED ON ITS ROW.  A BROADCAST IS   *
028711*+   ONLY A NOTICE, SO AN SQL ERROR HERE DROPS THE BROADCASTS   *
028712*+   RATHER THAN FAILING THE CLAIM.                             *
028713*****************************************************************
028714 S600-010-START.
028715*
028716     MOVE ZEROES              TO W1C66801-C-RSP-ADDL-MSG-CNT-NUM
028717                                 (W1C66801-C-RSP-RX-GRP-X).
028718     MOVE SPACES              TO W1C66801-C-RSP-ADDL-MSG-TX
028719                                 (W1C66801-C-RSP-RX-GRP-X, 1)
028720                                 W1C66801-C-RSP-ADDL-MSG-TX
028721                                 (W1C66801-C-RSP-RX-GRP-X, 2)
028722                                 W1C66801-C-RSP-ADDL-MSG-TX
028723                                 (W1C66801-C-RSP-RX-GRP-X, 3).
028724     MOVE W1C40541-C-BIN-NUM  TO WK-9880-BIN-DSP.
028725     MOVE WK-9880-BIN-DSP     TO WH-9880-BCST-BIN-NUM.
028726     MOVE W1C40541-C-PRCS-NUM TO WH-9880-BCST-PCN-NUM.
028727     MOVE W1C40541-C-BLNG-PROV-ID
028728                              TO WH-9880-BCST-PROV-ID.
028729     MOVE W1C40541-R-GROUP-ID TO WH-9880-MSG-GROUP-ID.
028730     EXEC SQL
028731         OPEN C9880BCST
028732     END-EXEC.
028733     IF SQLCODE NOT = 0
028734         DISPLAY 'PDDC9880 - BROADCASTS SKIPPED, SQLCODE = '
028735                 SQLCODE
028736         GO TO S600-999-EXIT
028737     END-IF.
028738     MOVE 'N'                 TO WK-9880-BCST-EOF-SW.
028739     PERFORM S610-000-ONE-BROADCAST
028740         THRU S610-999-EXIT
028741         UNTIL WK-9880-BCST-EOF
028742            OR W1C66801-C-RSP-ADDL-MSG-CNT-NUM
028743               (W1C66801-C-RSP-RX-GRP-X) > 2.
028744     EXEC SQL
028745         CLOSE C9880BCST
028746     END-EXEC.
028747 S600-999-EXIT.
028748     EXIT.
028749*
028750 S610-000-ONE-BROADCAST SECTION.
028751*****************************************************************
028752*          S610 - CARRY ONE BROADCAST AND COUNT THE HIT         *
028753*****************************************************************
028754 S610-010-START.
028755*
028756     EXEC SQL
028757         FETCH C9880BCST
028758          INTO :CLBCSTTB-R-BCST-ID,
028759               :CLBCSTTB-R-BCST-MSG-TX
028760     END-EXEC.
028761     IF SQLCODE NOT = 0
028762         IF SQLCODE NOT = 100
028763             DISPLAY 'PDDC9880 - BROADCASTS SKIPPED, SQLCODE = '
028764                     SQLCODE
028765         END-IF
028766         SET WK-9880-BCST-EOF TO TRUE
028767         GO TO S610-999-EXIT
028768     END-IF.
028769     ADD 1                    TO W1C66801-C-RSP-ADDL-MSG-CNT-NUM
028770                                 (W1C66801-C-RSP-RX-GRP-X).
028771     MOVE CLBCSTTB-R-BCST-MSG-TX
028772       TO W1C66801-C-RSP-ADDL-MSG-TX
028773          (W1C66801-C-RSP-RX-GRP-X,
028774           W1C66801-C-RSP-ADDL-MSG-CNT-NUM
028775           (W1C66801-C-RSP-RX-GRP-X)).
028776     EXEC SQL
028777         UPDATE R_POS_BCST_TB
028778            SET R_BCST_HIT_CNT      = R_BCST_HIT_CNT + 1,
028779                R_BCST_LAST_HIT_TS  =
028780                TO_CHAR(CURRENT_TIMESTAMP,
028781                        'YYYY-MM-DD-HH24.MI.SS.FF6')
028782          WHERE R_BCST_ID = :CLBCSTTB-R-BCST-ID
028783     END-EXEC.
028784     IF SQLCODE NOT = 0
028785         DISPLAY 'PDDC9880 - BROADCAST HIT NOT COUNTED, ID = '
028786                 CLBCSTTB-R-BCST-ID
028787     END-IF.
028788 S610-999-EXIT.
028789     EXIT.
028790*
028791 S700-000-PUBLISH-EVENT SECTION.
028792*****************************************************************
028793*          S700 - ADJUDICATED-CLAIM EVENT                       *
028794*                                                               *
028795*?   ONE EVENT PER ADJUDICATED TRANSACTION, BUILT FROM THE      *
028796*+   CLAIM AND THE STATUS JUST PUT ON THE RESPONSE, AND PUT ON  *
028797*+   THE QUEUE BY PDDS9008 UNDER SYNCPOINT - IT IS DELIVERED    *
028798*+   WHEN THE CLAIM CONTROL MODULE COMMITS AND DISCARDED IF IT  *
028799*+   BACKS OUT.  THE C_CLM_EVT_LOG_TB ROW RIDES THE SAME UNIT   *
028800*+   OF WORK.  A PUT THAT FAILS IS NOT RETRIED HERE: THE EVENT  *
028801*+   GOES TO C_CLM_EVT_RTRY_TB FOR PDDB0039, AND THE RESPONSE   *
028802*+   GOES BACK AS BUILT.  NOTHING IN THIS SECTION FAILS A CLAIM *
028803*+   - A LOST EVENT IS CAUGHT BY THE PDDR0081 RECONCILIATION.   *
028804*****************************************************************
028805 S700-010-START.
028806*
028807     IF W1C40541-C-NCPDP-TXN-CD = 'E1'
028808        OR W1C40541-C-TCN-NUM NOT > ZERO
028809         GO TO S700-999-EXIT
028810     END-IF.
028811     EXEC SQL
028812         SELECT TO_CHAR(CURRENT_TIMESTAMP,
028813                        'YYYY-MM-DD-HH24.MI.SS.FF6')
028814           INTO :CLEVLGTB-C-EVT-TS
028815           FROM DUAL
028816     END-EXEC.
028817     IF SQLCODE NOT = 0
028818         DISPLAY 'PDDC9880 - EVENT NOT BUILT, SQLCODE = ' SQLCODE
028819         GO TO S700-999-EXIT
028820     END-IF.
028821     MOVE SPACES              TO WK-9008-EVT-MSG.
028822     MOVE 'ADJC'              TO WK-9008-EVT-TY-CD.
028823     MOVE '01'                TO WK-9008-EVT-VERS-NUM.
028824     MOVE CLEVLGTB-C-EVT-TS   TO WK-9008-EVT-TS.
028825     MOVE W1C40541-C-TCN-NUM  TO WK-9008-TCN-NUM.
028826     MOVE W1C40541-R-CUST-PART-NUM
028827                              TO WK-9008-CUST-PART-NUM.
028828     MOVE W1C40541-C-NCPDP-TXN-CD
028829                              TO WK-9008-NCPDP-TXN-CD.
028830     MOVE W1C40541-C-HDR-STAT-CD
028831                              TO WK-9008-CLM-STAT-CD.
028832     MOVE W1C40541-C-HDR-SVC-FST-DT
028833                              TO WK-9008-SVC-DT.
028834     MOVE W1C40541-B-SYS-ID   TO WK-9008-MBR-SYS-ID.
028835     MOVE W1C40541-B-CRDHLDR-ALT-ID
028836                              TO WK-9008-CRDHLDR-ID.
028837     MOVE W1C40541-C-BLNG-PROV-ID
028838                              TO WK-9008-PHRM-PROV-ID.
028839     MOVE W1C40541-C-PRSC-PROV-ID
028840                              TO WK-9008-PRSC-PROV-ID.
028841     MOVE W1C40541-P-PRSC-ALT-ID
028842                              TO WK-9008-PRSC-ALT-ID.
028843     MOVE W1C40541-R-DRUG-CD (1)
028844                              TO WK-9008-DRUG-CD.
028845     IF WK-9880-CLAIM-DENIED
028846         MOVE ZEROES          TO WK-9008-PAID-AMT
028847     ELSE
028848         MOVE W1C40541-C-TOT-REIMB-AMT
028849                              TO WK-9008-PAID-AMT
028850     END-IF.
028851     IF W1C40541-C-CNT-EXC-NUM > ZERO
028852         MOVE W1C40541-R-CLM-EXC-CD OF W1C40541-C-LI-EXC-VW (1)
028853                              TO WK-9008-FST-EXC-CD
028854     END-IF.
028855*
028856     SET WK-9008-PUT          TO TRUE.
028857     SET WK-9008-IN-UNIT-OF-WORK TO TRUE.
028858     MOVE ZERO                TO WK-9008-HCONN.
028859     CALL 'PDDS9008' USING WK-9008-CALL-PARMS.
028860*
028861     MOVE W1C40541-C-TCN-NUM  TO CLEVLGTB-C-TCN-NUM.
028862     MOVE W1C40541-R-CUST-PART-NUM
028863                              TO CLEVLGTB-R-CUST-PART-NUM.
028864     IF WK-9008-OK
028865         PERFORM S710-000-LOG-EVENT
028866             THRU S710-999-EXIT
028867     ELSE
028868         PERFORM S720-000-QUEUE-RETRY
028869             THRU S720-999-EXIT
028870     END-IF.
028871 S700-999-EXIT.
028872     EXIT.
028873*
028874 S710-000-LOG-EVENT SECTION.
028875*****************************************************************
028876*          S710 - RECORD THE EVENT AS PUBLISHED AT THE POS      *
028877*****************************************************************
028878 S710-010-START.
028879*
028880     MOVE 'P'                 TO CLEVLGTB-C-EVT-PUB-SRC-CD.
028881     MOVE W1C40541-C-HDR-STAT-CD
028882                              TO CLEVLGTB-C-CLM-STAT-CD.
028883     EXEC SQL
028884         INSERT INTO C_CLM_EVT_LOG_TB
028885                (C_TCN_NUM, R_CUST_PART_NUM, C_EVT_TS,
028886                 C_EVT_PUB_TS, C_EVT_PUB_SRC_CD, C_CLM_STAT_CD)
028887         VALUES (:CLEVLGTB-C-TCN-NUM,
028888                 :CLEVLGTB-R-CUST-PART-NUM,
028889                 :CLEVLGTB-C-EVT-TS,
028890                 :CLEVLGTB-C-EVT-TS,
028891                 :CLEVLGTB-C-EVT-PUB-SRC-CD,
028892                 :CLEVLGTB-C-CLM-STAT-CD)
028893     END-EXEC.
028894     IF SQLCODE NOT = 0
028895         DISPLAY 'PDDC9880 - EVENT LOG NOT WRITTEN, SQLCODE = '
028896                 SQLCODE
028897     END-IF.
028898 S710-999-EXIT.
028899     EXIT.
028900*
028901 S720-000-QUEUE-RETRY SECTION.
028902*****************************************************************
028903*          S720 - PARK THE EVENT FOR THE RETRY JOB              *
028904*****************************************************************
028905 S720-010-START.
028906*
028907     MOVE CLEVLGTB-C-TCN-NUM  TO CLEVRTTB-C-TCN-NUM.
028908     MOVE CLEVLGTB-R-CUST-PART-NUM
028909                              TO CLEVRTTB-R-CUST-PART-NUM.
028910     MOVE CLEVLGTB-C-EVT-TS   TO CLEVRTTB-C-EVT-TS
028911                                 CLEVRTTB-C-LAST-RTRY-TS.
028912     MOVE WK-9008-EVT-MSG     TO CLEVRTTB-C-EVT-MSG-TX.
028913     MOVE 'R'                 TO CLEVRTTB-C-RTRY-STAT-CD.
028914     MOVE ZERO                TO CLEVRTTB-C-RTRY-CNT-NUM.
028915     MOVE WK-9008-REASON-CD   TO CLEVRTTB-C-MQ-RSN-CD.
028916     EXEC SQL
028917         INSERT INTO C_CLM_EVT_RTRY_TB
028918                (C_TCN_NUM, R_CUST_PART_NUM, C_EVT_TS,
028919                 C_EVT_MSG_TX, C_RTRY_STAT_CD, C_RTRY_CNT_NUM,
028920                 C_LAST_RTRY_TS, C_MQ_RSN_CD)
028921         VALUES (:CLEVRTTB-C-TCN-NUM,
028922                 :CLEVRTTB-R-CUST-PART-NUM,
028923                 :CLEVRTTB-C-EVT-TS,
028924                 :CLEVRTTB-C-EVT-MSG-TX,
028925                 :CLEVRTTB-C-RTRY-STAT-CD,
028926                 :CLEVRTTB-C-RTRY-CNT-NUM,
028927                 :CLEVRTTB-C-LAST-RTRY-TS,
028928                 :CLEVRTTB-C-MQ-RSN-CD)
028929     END-EXEC.
028930     IF SQLCODE NOT = 0
028931         DISPLAY 'PDDC9880 - EVENT RETRY NOT WRITTEN, SQLCODE = '
028932                 SQLCODE
028933     END-IF.
028934 S720-999-EXIT.
028935     EXIT.
028936*
028937 S999-000-SQL-ERROR SECTION.
028938*****************************************************************
029000*          S999 - FATAL SQL ERROR                               *
029100*                                                               *
029200*?   THE RESPONSE BUILDER NEVER SWALLOWS A HARD SQL ERROR - A   *
