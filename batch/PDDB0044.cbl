000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0044.
000300 AUTHOR.        ACS0658.
000400 INSTALLATION.  CLAIMS SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  MODIFICATION HISTORY                                        *
001000*                                                               *
001100*  DATE      INIT  DESCRIPTION                                 *
001200*  --------  ----  ----------------------------------------    *
001300*  10/15/26  ACS   NEW PROGRAM.  MONTHLY POST-DEATH RECOVERY   *
001400*                  SWEEP.  FINDS CLAIMS ALREADY PAID FOR A     *
001500*                  MEMBER WHOSE DATE OF DEATH (B_DOD_DT, FROM  *
001600*                  PDDB0008) WAS LOADED SINCE THE LAST RUN AND *
001700*                  IS BEFORE THE DATE OF SERVICE, AND CLAIMS   *
001800*                  PAID FOR A PRESCRIPTION WRITTEN AFTER THE   *
001900*                  PRESCRIBER'S DATE OF DEATH (C_PRSC_DOD_DT,  *
002000*                  FROM PDDB0043) LOADED SINCE THE LAST RUN.   *
002100*                  EACH CLAIM OPENS A C_PROV_AR_TB RECEIVABLE  *
002200*                  (SOURCE D) AGAINST THE PAYEE IT WAS PAID TO *
002300*                  WITH ITS ESTABLISHING LEDGER POSTING, AND   *
002400*                  IS LISTED FOR PROGRAM INTEGRITY.  THE LAST- *
002500*                  RUN TIMESTAMP RIDES ON THE DTHCHKP          *
002600*                  CHECKPOINT FILE.  A CLAIM ALREADY CARRYING  *
002700*                  A SOURCE D RECEIVABLE IS NEVER OPENED       *
002800*                  TWICE, SO A RERUN AFTER AN ABEND IS SAFE.   *
002900*                                                              *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT DTHCHKP-FILE ASSIGN TO DTHCHKP
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT RPTB044-FILE ASSIGN TO RPTB044
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200*****************************************************************
004300*  DATA DIVISION                                                *
004400*****************************************************************
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  DTHCHKP-FILE.
004800 01  CK-CHKPT-REC.
004900     05  CK-LAST-RUN-TS              PIC X(00026).
005000 FD  RPTB044-FILE
005100     RECORDING MODE IS F.
005200 01  RPTB044-REC                     PIC X(00133).
005300*****************************************************************
005400*  WORKING-STORAGE SECTION                                     *
005500*****************************************************************
005600 WORKING-STORAGE SECTION.
005700 77  WB-0044-CLM-EOF-SW              PIC X(00001) VALUE 'N'.
005800     88  WB-0044-CLM-EOF             VALUE 'Y'.
005900 77  WB-0044-LEG-CD                  PIC X(00001) VALUE SPACE.
006000     88  WB-0044-MBR-LEG             VALUE 'M'.
006100     88  WB-0044-PRSC-LEG            VALUE 'P'.
006200 77  WB-0044-MBR-CNT                 PIC S9(00009) COMP-3
006300                                     VALUE ZERO.
006400 77  WB-0044-MBR-AMT                 PIC S9(00011)V9(00002)
006500                                     COMP-3 VALUE ZERO.
006600 77  WB-0044-PRSC-CNT                PIC S9(00009) COMP-3
006700                                     VALUE ZERO.
006800 77  WB-0044-PRSC-AMT                PIC S9(00011)V9(00002)
006900                                     COMP-3 VALUE ZERO.
007000 77  WB-0044-INSTL-CNT               PIC S9(00009) COMP-3
007100                                     VALUE ZERO.
007200 77  WB-0044-COMMIT-CNT              PIC S9(00004) COMP
007300                                     VALUE ZERO.
007400 77  WB-0044-COMMIT-LIMIT            PIC S9(00004) COMP
007500                                     VALUE +500.
007600 77  WB-0044-TCN-9                   PIC 9(00017).
007700*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
007800     COPY WKC90040.
007900*****************************************************************
008000*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
008100*****************************************************************
008200     EXEC SQL INCLUDE SQLCA END-EXEC.
008300     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
008400     COPY CLPARCTB.
008500     COPY CLPARXTB.
008600 01  WH-0044-HOST-VARS.
008700     05  WH-0044-RUN-DT              PIC X(00010).
008800     05  WH-0044-LAST-RUN-TS         PIC X(00026).
008900     05  WH-0044-NOW-TS              PIC X(00026).
009000     05  WH-0044-TCN-NUM             PIC S9(00017) COMP-3.
009100     05  WH-0044-PROV-ID             PIC X(00015).
009200     05  WH-0044-SVC-DT              PIC X(00010).
009300     05  WH-0044-WRTN-DT             PIC X(00010).
009400     05  WH-0044-DOD-DT              PIC X(00010).
009500     05  WH-0044-REIMB-AMT           PIC S9(00009)V9(00002)
009600                                     COMP-3.
009700     05  WH-0044-DEAD-ID             PIC X(00020).
009800     05  WH-0044-LMT-TX              PIC X(00015).
009900     05  WH-0044-END-LMT-TX          PIC X(00015).
010000     05  WH-0044-INSTL-MIN-AMT       PIC S9(00009)V9(00002)
010100                                     COMP-3 VALUE 5000.00.
010200     05  WH-0044-INSTL-CYC-CNT       PIC S9(00004) COMP
010300                                     VALUE 6.
010400     EXEC SQL END DECLARE SECTION END-EXEC.
010500*****************************************************************
010600*  MEMBER CURSOR - PAID CLAIMS WITH A DATE OF SERVICE AFTER A   *
010700*  MEMBER DATE OF DEATH LOADED SINCE THE LAST RUN.  EVERY SPAN  *
010800*  OF THE MEMBER CARRIES THE SAME DATE, HENCE THE DISTINCT.     *
010900*****************************************************************
011000     EXEC SQL
011100         DECLARE B044MBR CURSOR FOR
011200         SELECT D.C_TCN_NUM, D.C_BLNG_PROV_ID,
011300                D.C_HDR_SVC_FST_DT,
011400                NVL(D.C_DRUG_PRESCR_DT, ' '),
011500                D.C_TOT_REIMB_AMT, E.B_DOD_DT, E.B_CRDHLDR_ID
011600           FROM C_LI_DRUG_TB D,
011700                (SELECT DISTINCT R_CUST_PART_NUM, B_SYS_ID,
011800                        B_CRDHLDR_ID, B_DOD_DT
011900                   FROM R_MBR_ELIG_TB
012000                  WHERE B_DOD_LOAD_TS  > :WH-0044-LAST-RUN-TS
012100                    AND B_DOD_LOAD_TS <= :WH-0044-NOW-TS
012200                    AND B_DOD_DT       > ' ') E
012300          WHERE D.R_CUST_PART_NUM  = E.R_CUST_PART_NUM
012400            AND D.B_SYS_ID         = E.B_SYS_ID
012500            AND D.C_HDR_STAT_CD    = 'P'
012600            AND D.C_HDR_SVC_FST_DT > E.B_DOD_DT
012700            AND D.C_TOT_REIMB_AMT  > 0
012800            AND NOT EXISTS
012900                (SELECT 1
013000                   FROM C_PROV_AR_TB A
013100                  WHERE A.C_AR_SRC_CD = 'D'
013200                    AND TRIM(A.C_AR_REF_TX) =
013300                        LPAD(TO_CHAR(D.C_TCN_NUM), 17, '0'))
013400          ORDER BY D.C_BLNG_PROV_ID, D.C_TCN_NUM
013500     END-EXEC.
013600*****************************************************************
013700*  PRESCRIBER CURSOR - PAID CLAIMS FOR A PRESCRIPTION WRITTEN   *
013800*  AFTER A PRESCRIBER DATE OF DEATH LOADED SINCE THE LAST RUN.  *
013900*  OPENED AFTER THE MEMBER LEG, SO A CLAIM BOTH LEGS WOULD FIND *
014000*  IS RECOVERED ONCE, AS A MEMBER CLAIM.                        *
014100*****************************************************************
014200     EXEC SQL
014300         DECLARE B044PRSC CURSOR FOR
014400         SELECT D.C_TCN_NUM, D.C_BLNG_PROV_ID,
014500                D.C_HDR_SVC_FST_DT, D.C_DRUG_PRESCR_DT,
014600                D.C_TOT_REIMB_AMT, M.C_PRSC_DOD_DT,
014700                M.C_PRSC_ID_CD || M.C_PRSC_ID
014800           FROM C_LI_DRUG_TB D, C_PRSC_MSTR_TB M
014900          WHERE M.C_PRSC_DOD_LOAD_TS  > :WH-0044-LAST-RUN-TS
015000            AND M.C_PRSC_DOD_LOAD_TS <= :WH-0044-NOW-TS
015100            AND M.C_PRSC_DOD_DT       > ' '
015200            AND D.C_PRSC_ID_CD        = M.C_PRSC_ID_CD
015300            AND D.C_PRSC_ID           = M.C_PRSC_ID
015400            AND D.C_HDR_STAT_CD       = 'P'
015500            AND D.C_DRUG_PRESCR_DT    > M.C_PRSC_DOD_DT
015600            AND D.C_TOT_REIMB_AMT     > 0
015700            AND NOT EXISTS
015800                (SELECT 1
015900                   FROM C_PROV_AR_TB A
016000                  WHERE A.C_AR_SRC_CD = 'D'
016100                    AND TRIM(A.C_AR_REF_TX) =
016200                        LPAD(TO_CHAR(D.C_TCN_NUM), 17, '0'))
016300          ORDER BY D.C_BLNG_PROV_ID, D.C_TCN_NUM
016400     END-EXEC.
016500*****************************************************************
016600*  REPORT LINE LAYOUTS                                         *
016700*****************************************************************
016800 01  RL-0044-HDG1.
016900     05  FILLER                      PIC X(00001) VALUE SPACE.
017000     05  FILLER                      PIC X(00050) VALUE
017100         'PDDB0044 - POST-DEATH PAID CLAIM RECOVERY SWEEP'.
017200     05  FILLER                      PIC X(00004) VALUE 'RUN '.
017300     05  RL-0044-H1-RUN              PIC X(00010).
017400 01  RL-0044-HDG2.
017500     05  FILLER                      PIC X(00001) VALUE SPACE.
017600     05  FILLER                      PIC X(00027) VALUE
017700         'DEATH DATES LOADED AFTER  '.
017800     05  RL-0044-H2-LAST-TS          PIC X(00026).
017900 01  RL-0044-LEG-HDG.
018000     05  FILLER                      PIC X(00001) VALUE SPACE.
018100     05  RL-0044-LH-TX               PIC X(00060).
018200 01  RL-0044-COL-HDG.
018300     05  FILLER                      PIC X(00001) VALUE SPACE.
018400     05  FILLER                      PIC X(00047) VALUE
018500         'TCN               PAYEE            DOS         '.
018600     05  FILLER                      PIC X(00046) VALUE
018700         'WRITTEN     DECEASED    MEMBER/PRESCRIBER     '.
018800     05  FILLER                      PIC X(00029) VALUE
018900         '       PAID     AR NUMBER'.
019000 01  RL-0044-DTL-LINE.
019100     05  FILLER                      PIC X(00001) VALUE SPACE.
019200     05  RL-0044-D-TCN               PIC 9(00017).
019300     05  FILLER                      PIC X(00001) VALUE SPACE.
019400     05  RL-0044-D-PAYEE             PIC X(00015).
019500     05  FILLER                      PIC X(00002) VALUE SPACES.
019600     05  RL-0044-D-SVC-DT            PIC X(00010).
019700     05  FILLER                      PIC X(00002) VALUE SPACES.
019800     05  RL-0044-D-WRTN-DT           PIC X(00010).
019900     05  FILLER                      PIC X(00002) VALUE SPACES.
020000     05  RL-0044-D-DOD-DT            PIC X(00010).
020100     05  FILLER                      PIC X(00002) VALUE SPACES.
020200     05  RL-0044-D-DEAD-ID           PIC X(00020).
020300     05  FILLER                      PIC X(00002) VALUE SPACES.
020400     05  RL-0044-D-AMT               PIC ZZ,ZZZ,ZZ9.99.
020500     05  FILLER                      PIC X(00002) VALUE SPACES.
020600     05  RL-0044-D-AR-NUM            PIC Z(00011)9.
020700 01  RL-0044-TOT-LINE.
020800     05  FILLER                      PIC X(00001) VALUE SPACE.
020900     05  RL-0044-T-LABEL             PIC X(00034).
021000     05  RL-0044-T-CNT               PIC ZZZ,ZZZ,ZZ9.
021100     05  FILLER                      PIC X(00002) VALUE SPACES.
021200     05  RL-0044-T-AMT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99
021300                                     BLANK WHEN ZERO.
021400*****************************************************************
021500*  PROCEDURE DIVISION                                          *
021600*****************************************************************
021700 PROCEDURE DIVISION.
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE
022000         THRU 1000-INITIALIZE-EXIT.
022100     PERFORM 2000-MEMBER-LEG
022200         THRU 2000-MEMBER-LEG-EXIT.
022300     PERFORM 3000-PRESCRIBER-LEG
022400         THRU 3000-PRESCRIBER-LEG-EXIT.
022500     PERFORM 8000-FINALIZE
022600         THRU 8000-FINALIZE-EXIT.
022700     GOBACK.
022800*****************************************************************
022900*    1000-INITIALIZE - RUN DATE, LAST-RUN TIMESTAMP, THE        *
023000*    INSTALLMENT RULE AND HEADINGS                              *
023100*****************************************************************
023200 1000-INITIALIZE.
023300     MOVE 'PDDB0044'             TO WK-9004-PGM-ID.
023400     MOVE SPACES                 TO WK-9004-OVRD-DT.
023500     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
023600     IF WK-9004-NO-BUS-DT
023700         DISPLAY 'PDDB0044 - NO BUSINESS PROCESSING DATE'
023800         MOVE 16 TO RETURN-CODE
023900         GOBACK
024000     END-IF.
024100     MOVE WK-9004-BUS-DT         TO WH-0044-RUN-DT.
024200     OPEN INPUT DTHCHKP-FILE.
024300     READ DTHCHKP-FILE
024400         AT END
024500             MOVE '0001-01-01-00.00.00.000000'
024600                  TO WH-0044-LAST-RUN-TS
024700         NOT AT END
024800             MOVE CK-LAST-RUN-TS TO WH-0044-LAST-RUN-TS
024900     END-READ.
025000     CLOSE DTHCHKP-FILE.
025100     OPEN OUTPUT RPTB044-FILE.
025200     EXEC SQL
025300         SELECT TO_CHAR(CURRENT_TIMESTAMP,
025400                        'YYYY-MM-DD-HH24.MI.SS.FF6')
025500           INTO :WH-0044-NOW-TS
025600           FROM DUAL
025700     END-EXEC.
025800     IF SQLCODE NOT = 0
025900         GO TO 9999-SQL-ERROR
026000     END-IF.
026100*    RECEIVABLE INSTALLMENTS - LIST 7531, THE SAME RULE THE
026200*    RECOVERY LOAD (PDDB0023) APPLIES.
026300     EXEC SQL
026400         SELECT G_LIST_STRT_LMT, G_LIST_END_LMT
026500           INTO :WH-0044-LMT-TX, :WH-0044-END-LMT-TX
026600           FROM G_LIST_DTL_TB
026700          WHERE G_LIST_SUBSYS_CD = 'C'
026800            AND G_LIST_NUM       = '7531'
026900            AND ROWNUM = 1
027000     END-EXEC.
027100     IF SQLCODE = 0
027200         IF WH-0044-LMT-TX (1:1) NUMERIC
027300             COMPUTE WH-0044-INSTL-MIN-AMT =
027400                 FUNCTION NUMVAL (WH-0044-LMT-TX)
027500         END-IF
027600         IF WH-0044-END-LMT-TX (1:1) NUMERIC
027700             COMPUTE WH-0044-INSTL-CYC-CNT =
027800                 FUNCTION NUMVAL (WH-0044-END-LMT-TX)
027900         END-IF
028000     END-IF.
028100     MOVE WH-0044-RUN-DT         TO RL-0044-H1-RUN.
028200     MOVE WH-0044-LAST-RUN-TS    TO RL-0044-H2-LAST-TS.
028300     WRITE RPTB044-REC FROM RL-0044-HDG1
028400         BEFORE ADVANCING TO-NEW-PAGE.
028500     WRITE RPTB044-REC FROM RL-0044-HDG2
028600         AFTER ADVANCING 1 LINE.
028700 1000-INITIALIZE-EXIT.
028800     EXIT.
028900*****************************************************************
029000*    2000-MEMBER-LEG - CLAIMS PAID AFTER THE MEMBER DIED        *
029100*****************************************************************
029200 2000-MEMBER-LEG.
029300     SET WB-0044-MBR-LEG TO TRUE.
029400     MOVE 'DECEASED MEMBERS - CLAIMS WITH SERVICE AFTER DEATH'
029500                                 TO RL-0044-LH-TX.
029600     WRITE RPTB044-REC FROM RL-0044-LEG-HDG
029700         AFTER ADVANCING 3 LINES.
029800     WRITE RPTB044-REC FROM RL-0044-COL-HDG
029900         AFTER ADVANCING 2 LINES.
030000     MOVE 'N' TO WB-0044-CLM-EOF-SW.
030100     EXEC SQL
030200         OPEN B044MBR
030300     END-EXEC.
030400     IF SQLCODE NOT = 0
030500         GO TO 9999-SQL-ERROR
030600     END-IF.
030700     PERFORM 2100-FETCH-MEMBER-CLAIM
030800         THRU 2100-FETCH-MEMBER-CLAIM-EXIT
030900         UNTIL WB-0044-CLM-EOF.
031000     EXEC SQL
031100         CLOSE B044MBR
031200     END-EXEC.
031300     MOVE 'MEMBER LEG - RECOVERIES OPENED' TO RL-0044-T-LABEL.
031400     MOVE WB-0044-MBR-CNT        TO RL-0044-T-CNT.
031500     MOVE WB-0044-MBR-AMT        TO RL-0044-T-AMT.
031600     WRITE RPTB044-REC FROM RL-0044-TOT-LINE
031700         AFTER ADVANCING 2 LINES.
031800 2000-MEMBER-LEG-EXIT.
031900     EXIT.
032000*****************************************************************
032100*    2100-FETCH-MEMBER-CLAIM                                    *
032200*****************************************************************
032300 2100-FETCH-MEMBER-CLAIM.
032400     EXEC SQL
032500         FETCH B044MBR
032600         INTO :WH-0044-TCN-NUM,
032700              :WH-0044-PROV-ID,
032800              :WH-0044-SVC-DT,
032900              :WH-0044-WRTN-DT,
033000              :WH-0044-REIMB-AMT,
033100              :WH-0044-DOD-DT,
033200              :WH-0044-DEAD-ID
033300     END-EXEC.
033400     EVALUATE SQLCODE
033500       WHEN 0
033600         MOVE SPACES TO CLPARCTB-C-AR-RSN-TX
033700         STRING 'MEMBER DECEASED ' WH-0044-DOD-DT
033800             DELIMITED BY SIZE INTO CLPARCTB-C-AR-RSN-TX
033900         PERFORM 4000-OPEN-RECOVERY
034000             THRU 4000-OPEN-RECOVERY-EXIT
034100         ADD 1                 TO WB-0044-MBR-CNT
034200         ADD WH-0044-REIMB-AMT TO WB-0044-MBR-AMT
034300       WHEN 100
034400         SET WB-0044-CLM-EOF TO TRUE
034500       WHEN OTHER
034600         GO TO 9999-SQL-ERROR
034700     END-EVALUATE.
034800 2100-FETCH-MEMBER-CLAIM-EXIT.
034900     EXIT.
035000*****************************************************************
035100*    3000-PRESCRIBER-LEG - PRESCRIPTIONS WRITTEN AFTER THE      *
035200*    PRESCRIBER DIED                                            *
035300*****************************************************************
035400 3000-PRESCRIBER-LEG.
035500     SET WB-0044-PRSC-LEG TO TRUE.
035600     MOVE 'DECEASED PRESCRIBERS - RX WRITTEN AFTER DEATH'
035700                                 TO RL-0044-LH-TX.
035800     WRITE RPTB044-REC FROM RL-0044-LEG-HDG
035900         AFTER ADVANCING 3 LINES.
036000     WRITE RPTB044-REC FROM RL-0044-COL-HDG
036100         AFTER ADVANCING 2 LINES.
036200     MOVE 'N' TO WB-0044-CLM-EOF-SW.
036300     EXEC SQL
036400         OPEN B044PRSC
036500     END-EXEC.
036600     IF SQLCODE NOT = 0
036700         GO TO 9999-SQL-ERROR
036800     END-IF.
036900     PERFORM 3100-FETCH-PRESCRIBER-CLAIM
037000         THRU 3100-FETCH-PRESCRIBER-CLAIM-EXIT
037100         UNTIL WB-0044-CLM-EOF.
037200     EXEC SQL
037300         CLOSE B044PRSC
037400     END-EXEC.
037500     MOVE 'PRESCRIBER LEG - RECOVERIES OPENED'
037600                                 TO RL-0044-T-LABEL.
037700     MOVE WB-0044-PRSC-CNT       TO RL-0044-T-CNT.
037800     MOVE WB-0044-PRSC-AMT       TO RL-0044-T-AMT.
037900     WRITE RPTB044-REC FROM RL-0044-TOT-LINE
038000         AFTER ADVANCING 2 LINES.
038100 3000-PRESCRIBER-LEG-EXIT.
038200     EXIT.
038300*****************************************************************
038400*    3100-FETCH-PRESCRIBER-CLAIM                                *
038500*****************************************************************
038600 3100-FETCH-PRESCRIBER-CLAIM.
038700     EXEC SQL
038800         FETCH B044PRSC
038900         INTO :WH-0044-TCN-NUM,
039000              :WH-0044-PROV-ID,
039100              :WH-0044-SVC-DT,
039200              :WH-0044-WRTN-DT,
039300              :WH-0044-REIMB-AMT,
039400              :WH-0044-DOD-DT,
039500              :WH-0044-DEAD-ID
039600     END-EXEC.
039700     EVALUATE SQLCODE
039800       WHEN 0
039900         MOVE SPACES TO CLPARCTB-C-AR-RSN-TX
040000         STRING 'PRESCRIBER DECEASED ' WH-0044-DOD-DT
040100             DELIMITED BY SIZE INTO CLPARCTB-C-AR-RSN-TX
040200         PERFORM 4000-OPEN-RECOVERY
040300             THRU 4000-OPEN-RECOVERY-EXIT
040400         ADD 1                 TO WB-0044-PRSC-CNT
040500         ADD WH-0044-REIMB-AMT TO WB-0044-PRSC-AMT
040600       WHEN 100
040700         SET WB-0044-CLM-EOF TO TRUE
040800       WHEN OTHER
040900         GO TO 9999-SQL-ERROR
041000     END-EVALUATE.
041100 3100-FETCH-PRESCRIBER-CLAIM-EXIT.
041200     EXIT.
041300*****************************************************************
041400*    4000-OPEN-RECOVERY - THE PAID AMOUNT BECOMES A RECEIVABLE  *
041500*    AGAINST THE PAYEE THE PHARMACY WAS PAID THROUGH ON THE     *
041600*    DATE OF SERVICE (ITSELF WHEN NO PAYEE SPAN COVERS IT),     *
041700*    SCHEDULED AND POSTED THE WAY PDDB0023 OPENS A RECOVERY.    *
041800*    THE REFERENCE IS THE TCN.                                  *
041900*****************************************************************
042000 4000-OPEN-RECOVERY.
042100     EXEC SQL
042200         SELECT COALESCE(
042300                  (SELECT P.C_PAYEE_ID
042400                     FROM C_PROV_PAYEE_TB P
042500                    WHERE P.C_PROV_ID       = :WH-0044-PROV-ID
042600                      AND P.C_PAYEE_BEG_DT <= :WH-0044-SVC-DT
042700                      AND P.C_PAYEE_END_DT >= :WH-0044-SVC-DT
042800                      AND ROWNUM = 1),
042900                  :WH-0044-PROV-ID)
043000           INTO :CLPARCTB-C-PAYEE-ID
043100           FROM DUAL
043200     END-EXEC.
043300     IF SQLCODE NOT = 0
043400         GO TO 9999-SQL-ERROR
043500     END-IF.
043600     MOVE WH-0044-TCN-NUM        TO WB-0044-TCN-9.
043700     MOVE WB-0044-TCN-9          TO CLPARCTB-C-AR-REF-TX.
043800     MOVE 'D'                    TO CLPARCTB-C-AR-SRC-CD.
043900     MOVE WH-0044-REIMB-AMT      TO CLPARCTB-C-ORIG-AMT.
044000     PERFORM 4100-SET-SCHEDULE
044100         THRU 4100-SET-SCHEDULE-EXIT.
044200     EXEC SQL
044300         SELECT C_PROV_AR_SEQ.NEXTVAL
044400           INTO :CLPARCTB-C-AR-NUM
044500           FROM DUAL
044600     END-EXEC.
044700     IF SQLCODE NOT = 0
044800         GO TO 9999-SQL-ERROR
044900     END-IF.
045000     EXEC SQL
045100         INSERT INTO C_PROV_AR_TB
045200               (C_AR_NUM, C_PAYEE_ID, C_AR_SRC_CD, C_AR_RSN_TX,
045300                C_AR_REF_TX, C_OPEN_DT, C_ORIG_AMT, C_BAL_AMT,
045400                C_INSTL_AMT, C_AR_STAT_CD, C_UPD_USER_ID,
045500                C_UPD_TS)
045600         VALUES (:CLPARCTB-C-AR-NUM, :CLPARCTB-C-PAYEE-ID,
045700                 :CLPARCTB-C-AR-SRC-CD, :CLPARCTB-C-AR-RSN-TX,
045800                 :CLPARCTB-C-AR-REF-TX, :WH-0044-RUN-DT,
045900                 :CLPARCTB-C-ORIG-AMT, :CLPARCTB-C-ORIG-AMT,
046000                 :CLPARCTB-C-INSTL-AMT, :CLPARCTB-C-AR-STAT-CD,
046100                 'PDDB0044',
046200                 TO_CHAR(CURRENT_TIMESTAMP,
046300                     'YYYY-MM-DD-HH24.MI.SS.FF6'))
046400     END-EXEC.
046500     IF SQLCODE NOT = 0
046600         GO TO 9999-SQL-ERROR
046700     END-IF.
046800     MOVE 'E'                    TO CLPARXTB-C-TXN-TY-CD.
046900     MOVE CLPARCTB-C-ORIG-AMT    TO CLPARXTB-C-TXN-AMT
047000                                    CLPARXTB-C-BAL-AFTR-AMT.
047100     EXEC SQL
047200         INSERT INTO C_PROV_AR_TXN_TB
047300               (C_AR_NUM, C_TXN_TS, C_TXN_TY_CD, C_TXN_AMT,
047400                C_BAL_AFTR_AMT, C_USER_ID)
047500         VALUES (:CLPARCTB-C-AR-NUM,
047600                 TO_CHAR(CURRENT_TIMESTAMP,
047700                     'YYYY-MM-DD-HH24.MI.SS.FF6'),
047800                 :CLPARXTB-C-TXN-TY-CD, :CLPARXTB-C-TXN-AMT,
047900                 :CLPARXTB-C-BAL-AFTR-AMT, 'PDDB0044')
048000     END-EXEC.
048100     IF SQLCODE NOT = 0
048200         GO TO 9999-SQL-ERROR
048300     END-IF.
048400     IF CLPARCTB-C-AR-INSTALLMENT
048500         ADD 1                   TO WB-0044-INSTL-CNT
048600     END-IF.
048700     MOVE WB-0044-TCN-9          TO RL-0044-D-TCN.
048800     MOVE CLPARCTB-C-PAYEE-ID    TO RL-0044-D-PAYEE.
048900     MOVE WH-0044-SVC-DT         TO RL-0044-D-SVC-DT.
049000     MOVE WH-0044-WRTN-DT        TO RL-0044-D-WRTN-DT.
049100     MOVE WH-0044-DOD-DT         TO RL-0044-D-DOD-DT.
049200     MOVE WH-0044-DEAD-ID        TO RL-0044-D-DEAD-ID.
049300     MOVE CLPARCTB-C-ORIG-AMT    TO RL-0044-D-AMT.
049400     MOVE CLPARCTB-C-AR-NUM      TO RL-0044-D-AR-NUM.
049500     WRITE RPTB044-REC FROM RL-0044-DTL-LINE
049600         AFTER ADVANCING 1 LINE.
049700     ADD 1 TO WB-0044-COMMIT-CNT.
049800     IF WB-0044-COMMIT-CNT NOT < WB-0044-COMMIT-LIMIT
049900         EXEC SQL COMMIT END-EXEC
050000         MOVE ZERO TO WB-0044-COMMIT-CNT
050100     END-IF.
050200 4000-OPEN-RECOVERY-EXIT.
050300     EXIT.
050400*****************************************************************
050500*    4100-SET-SCHEDULE - EQUAL INSTALLMENTS ROUNDED UP TO THE   *
050600*    CENT WHEN THE AMOUNT IS AT OR OVER THE LIST 7531 THRESHOLD *
050700*****************************************************************
050800 4100-SET-SCHEDULE.
050900     MOVE 'O'                    TO CLPARCTB-C-AR-STAT-CD.
051000     MOVE ZERO                   TO CLPARCTB-C-INSTL-AMT.
051100     IF CLPARCTB-C-ORIG-AMT < WH-0044-INSTL-MIN-AMT
051200        OR WH-0044-INSTL-CYC-CNT NOT > 1
051300         GO TO 4100-SET-SCHEDULE-EXIT
051400     END-IF.
051500     COMPUTE CLPARCTB-C-INSTL-AMT =
051600             CLPARCTB-C-ORIG-AMT / WH-0044-INSTL-CYC-CNT.
051700     IF CLPARCTB-C-INSTL-AMT * WH-0044-INSTL-CYC-CNT
051800             < CLPARCTB-C-ORIG-AMT
051900         ADD .01                 TO CLPARCTB-C-INSTL-AMT
052000     END-IF.
052100     MOVE 'I'                    TO CLPARCTB-C-AR-STAT-CD.
052200 4100-SET-SCHEDULE-EXIT.
052300     EXIT.
052400*****************************************************************
052500*    8000-FINALIZE - GRAND TOTALS AND THE NEW CHECKPOINT        *
052600*****************************************************************
052700 8000-FINALIZE.
052800     EXEC SQL COMMIT END-EXEC.
052900     MOVE 'TOTAL RECEIVABLES OPENED'   TO RL-0044-T-LABEL.
053000     COMPUTE RL-0044-T-CNT = WB-0044-MBR-CNT + WB-0044-PRSC-CNT.
053100     COMPUTE RL-0044-T-AMT = WB-0044-MBR-AMT + WB-0044-PRSC-AMT.
053200     WRITE RPTB044-REC FROM RL-0044-TOT-LINE
053300         AFTER ADVANCING 3 LINES.
053400     MOVE '  ON INSTALLMENT SCHEDULE'  TO RL-0044-T-LABEL.
053500     MOVE WB-0044-INSTL-CNT      TO RL-0044-T-CNT.
053600     MOVE ZERO                   TO RL-0044-T-AMT.
053700     WRITE RPTB044-REC FROM RL-0044-TOT-LINE
053800         AFTER ADVANCING 1 LINE.
053900     OPEN OUTPUT DTHCHKP-FILE.
054000     MOVE WH-0044-NOW-TS TO CK-LAST-RUN-TS.
054100     WRITE CK-CHKPT-REC.
054200     CLOSE DTHCHKP-FILE RPTB044-FILE.
054300 8000-FINALIZE-EXIT.
054400     EXIT.
054500*****************************************************************
054600*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP.  THE     *
054700*    CHECKPOINT IS NOT ADVANCED, SO THE RERUN SEES THE SAME     *
054800*    DEATH DATES AND SKIPS WHAT WAS ALREADY COMMITTED.          *
054900*****************************************************************
055000 9999-SQL-ERROR.
055100     DISPLAY 'PDDB0044 - SQL ERROR ON C_PROV_AR_TB'.
055200     DISPLAY 'SQLCODE = ' SQLCODE.
055300     EXEC SQL ROLLBACK END-EXEC.
055400     MOVE 16 TO RETURN-CODE.
055500     CLOSE RPTB044-FILE.
055600     GOBACK.
