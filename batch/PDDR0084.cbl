000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0084.
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
001300*  10/15/26  ACS   NEW PROGRAM.  MONTHLY MEDICATION ADHERENCE  *
001400*                  MEASURE REPORT AND OUTREACH EXTRACT, FROM   *
001500*                  THE C_MBR_PDC_TB RESULTS PDDB0041 WROTE FOR *
001600*                  THE MONTH.  THE REPORT GIVES, BY CUSTOMER   *
001700*                  AND THEN BY PHARMACY, EACH THERAPY CLASS'S  *
001800*                  MEMBERS IN THE MEASURE, HOW MANY ARE        *
001900*                  ADHERENT (PDC 80 OR OVER), THE ADHERENCE    *
002000*                  RATE AND THE AVERAGE PDC.  THE ADHROUT      *
002100*                  EXTRACT LISTS EVERY MEMBER BELOW 80 WITH    *
002200*                  THE PHARMACY AND PRESCRIBER OF THE LATEST   *
002300*                  FILL, FOR OUTREACH, AND IS REGISTERED ON    *
002400*                  THE OUTBOUND FILE MANIFEST (PDDS9006).      *
002500*                                                              *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ADHROUT-FILE ASSIGN TO ADHROUT
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT RPT0084-FILE ASSIGN TO RPT0084
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800*****************************************************************
003900*  DATA DIVISION                                                *
004000*****************************************************************
004100 DATA DIVISION.
004200 FILE SECTION.
004300*    ONE RECORD PER MEMBER AND CLASS BELOW 80.  STATUS B IS
004400*    STILL ABLE TO REACH 80 THIS YEAR, U IS NOT.
004500 FD  ADHROUT-FILE.
004600 01  AO-OUTR-REC.
004700     05  AO-ASOF-DT                  PIC X(00010).
004800     05  AO-CUST-PART-NUM            PIC 9(00004).
004900     05  AO-MBR-SYS-ID               PIC 9(00009).
005000     05  AO-CRDHLDR-ID               PIC X(00020).
005100     05  AO-LAST-NAM                 PIC X(00015).
005200     05  AO-THER-CLS-CD              PIC X(00004).
005300     05  AO-INDX-DT                  PIC X(00010).
005400     05  AO-FILL-CNT                 PIC 9(00003).
005500     05  AO-PDC-PCT                  PIC 9(00003).9(00002).
005600     05  AO-MAX-PDC-PCT              PIC 9(00003).9(00002).
005700     05  AO-PDC-STAT-CD              PIC X(00001).
005800     05  AO-LST-FILL-DT              PIC X(00010).
005900     05  AO-PROV-ID                  PIC X(00015).
006000     05  AO-PROV-NAM                 PIC X(00030).
006100     05  AO-PRSC-ID                  PIC X(00015).
006200 FD  RPT0084-FILE
006300     RECORDING MODE IS F.
006400 01  RPT0084-REC                     PIC X(00133).
006500*****************************************************************
006600*  WORKING-STORAGE SECTION                                     *
006700*****************************************************************
006800 WORKING-STORAGE SECTION.
006900 77  WR-0084-EOF-SW                  PIC X(00001) VALUE 'N'.
007000     88  WR-0084-EOF                 VALUE 'Y'.
007100 77  WR-0084-OUTR-CNT                PIC S9(00009) COMP-3
007200                                     VALUE ZERO.
007300 77  WR-0084-PDC-HASH                PIC S9(00013)V9(00002)
007400                                     COMP-3 VALUE ZERO.
007500 77  WR-0084-RATE-PCT                PIC S9(00003)V9(00002)
007600                                     COMP-3 VALUE ZERO.
007700*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
007800     COPY WKC90040.
007900*    OUTBOUND FILE MANIFEST - SHARED PDDS9006 ROUTINE.
008000     COPY WKC90060.
008100*****************************************************************
008200*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CURSORS             *
008300*****************************************************************
008400     EXEC SQL INCLUDE SQLCA END-EXEC.
008500     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
008600     COPY CLMPDCTB.
008700     COPY CLMELGTB.
008800 01  WH-0084-HOST-VARS.
008900     05  WH-0084-BUS-DT              PIC X(00010).
009000     05  WH-0084-ASOF-DT             PIC X(00010).
009100     05  WH-0084-PROV-NAM            PIC X(00030).
009200     05  WH-0084-MSR-CNT             PIC S9(00009) COMP.
009300     05  WH-0084-ADHR-CNT            PIC S9(00009) COMP.
009400     05  WH-0084-OUT-CNT             PIC S9(00009) COMP.
009500     05  WH-0084-AVG-PCT             PIC S9(00003)V9(00002)
009600                                     COMP-3.
009700     EXEC SQL END DECLARE SECTION END-EXEC.
009800*    BY CUSTOMER AND CLASS - THE MEASURE, AND THOSE LEFT OUT.
009900     EXEC SQL
010000         DECLARE R0084CUS CURSOR FOR
010100         SELECT R_CUST_PART_NUM, C_THER_CLS_CD,
010200                SUM(CASE WHEN C_PDC_STAT_CD IN ('A', 'B', 'U')
010300                         THEN 1 ELSE 0 END),
010400                SUM(CASE C_PDC_STAT_CD WHEN 'A' THEN 1
010500                    ELSE 0 END),
010600                NVL(AVG(CASE WHEN C_PDC_STAT_CD IN ('A', 'B', 'U')
010700                             THEN C_PDC_PCT END), 0),
010800                SUM(CASE WHEN C_PDC_STAT_CD IN ('O', 'H', 'L')
010900                         THEN 1 ELSE 0 END)
011000           FROM C_MBR_PDC_TB
011100          WHERE C_ASOF_DT = :WH-0084-ASOF-DT
011200          GROUP BY R_CUST_PART_NUM, C_THER_CLS_CD
011300          ORDER BY R_CUST_PART_NUM, C_THER_CLS_CD
011400     END-EXEC.
011500*    BY PHARMACY OF THE LATEST FILL AND CLASS - THE MEASURE ONLY.
011600     EXEC SQL
011700         DECLARE R0084PHR CURSOR FOR
011800         SELECT P.C_PROV_ID,
011900                NVL((SELECT M.C_PROV_NAM
012000                       FROM C_PROV_MSTR_TB M
012100                      WHERE M.C_PROV_ID = P.C_PROV_ID
012200                        AND ROWNUM = 1), 'NAME NOT ON FILE'),
012300                P.C_THER_CLS_CD, COUNT(*),
012400                SUM(CASE P.C_PDC_STAT_CD WHEN 'A' THEN 1
012500                    ELSE 0 END),
012600                AVG(P.C_PDC_PCT)
012700           FROM C_MBR_PDC_TB P
012800          WHERE P.C_ASOF_DT = :WH-0084-ASOF-DT
012900            AND P.C_PDC_STAT_CD IN ('A', 'B', 'U')
013000          GROUP BY P.C_PROV_ID, P.C_THER_CLS_CD
013100          ORDER BY P.C_PROV_ID, P.C_THER_CLS_CD
013200     END-EXEC.
013300*    THE MEMBERS BELOW 80, LOWEST PDC FIRST WITHIN A CUSTOMER.
013400     EXEC SQL
013500         DECLARE R0084OUT CURSOR FOR
013600         SELECT P.R_CUST_PART_NUM, P.B_SYS_ID,
013700                NVL((SELECT E.B_CRDHLDR_ID
013800                       FROM R_MBR_ELIG_TB E
013900                      WHERE E.R_CUST_PART_NUM = P.R_CUST_PART_NUM
014000                        AND E.B_SYS_ID        = P.B_SYS_ID
014100                        AND ROWNUM = 1), ' '),
014200                NVL((SELECT E.B_LAST_NAM
014300                       FROM R_MBR_ELIG_TB E
014400                      WHERE E.R_CUST_PART_NUM = P.R_CUST_PART_NUM
014500                        AND E.B_SYS_ID        = P.B_SYS_ID
014600                        AND ROWNUM = 1), ' '),
014700                P.C_THER_CLS_CD, P.C_INDX_DT, P.C_FILL_CNT,
014800                P.C_PDC_PCT, P.C_MAX_PDC_PCT, P.C_PDC_STAT_CD,
014900                P.C_LST_FILL_DT, P.C_PROV_ID,
015000                NVL((SELECT M.C_PROV_NAM
015100                       FROM C_PROV_MSTR_TB M
015200                      WHERE M.C_PROV_ID = P.C_PROV_ID
015300                        AND ROWNUM = 1), 'NAME NOT ON FILE'),
015400                P.C_PRSC_ID
015500           FROM C_MBR_PDC_TB P
015600          WHERE P.C_ASOF_DT = :WH-0084-ASOF-DT
015700            AND P.C_PDC_STAT_CD IN ('B', 'U')
015800          ORDER BY P.R_CUST_PART_NUM, P.C_PDC_PCT, P.B_SYS_ID
015900     END-EXEC.
016000*****************************************************************
016100*  REPORT LINE LAYOUTS                                         *
016200*****************************************************************
016300 01  RL-0084-HDG1.
016400     05  FILLER                      PIC X(00001) VALUE SPACE.
016500     05  FILLER                      PIC X(00050) VALUE
016600         'PDDR0084 - MEDICATION ADHERENCE (PDC) AS OF'.
016700     05  RL-0084-H-ASOF-DT           PIC X(00010).
016800 01  RL-0084-HDG2.
016900     05  FILLER                      PIC X(00001) VALUE SPACE.
017000     05  FILLER                      PIC X(00040) VALUE
017100         'BY CUSTOMER                             '.
017200 01  RL-0084-HDG3.
017300     05  FILLER                      PIC X(00001) VALUE SPACE.
017400     05  FILLER                      PIC X(00040) VALUE
017500         'CUST CLASS                 IN MEASURE  '.
017600     05  FILLER                      PIC X(00040) VALUE
017700         ' ADHERENT    RATE  AVG PDC  LEFT OUT    '.
017800 01  RL-0084-CUS-LINE.
017900     05  FILLER                      PIC X(00001) VALUE SPACE.
018000     05  RL-0084-U-CUST              PIC ZZZ9.
018100     05  FILLER                      PIC X(00001) VALUE SPACE.
018200     05  RL-0084-U-CLS               PIC X(00020).
018300     05  RL-0084-U-MSR               PIC ZZZ,ZZZ,ZZ9.
018400     05  FILLER                      PIC X(00002) VALUE SPACES.
018500     05  RL-0084-U-ADHR              PIC ZZZ,ZZZ,ZZ9.
018600     05  FILLER                      PIC X(00002) VALUE SPACES.
018700     05  RL-0084-U-RATE              PIC ZZ9.99.
018800     05  FILLER                      PIC X(00003) VALUE SPACES.
018900     05  RL-0084-U-AVG               PIC ZZ9.99.
019000     05  FILLER                      PIC X(00001) VALUE SPACE.
019100     05  RL-0084-U-OUT               PIC ZZZ,ZZZ,ZZ9.
019200 01  RL-0084-HDG4.
019300     05  FILLER                      PIC X(00001) VALUE SPACE.
019400     05  FILLER                      PIC X(00040) VALUE
019500         'BY PHARMACY OF THE LATEST FILL          '.
019600 01  RL-0084-HDG5.
019700     05  FILLER                      PIC X(00001) VALUE SPACE.
019800     05  FILLER                      PIC X(00040) VALUE
019900         'PHARMACY        NAME                    '.
020000     05  FILLER                      PIC X(00040) VALUE
020100         '       CLASS                 IN MEASURE '.
020200     05  FILLER                      PIC X(00040) VALUE
020300         '  ADHERENT    RATE  AVG PDC             '.
020400 01  RL-0084-PHR-LINE.
020500     05  FILLER                      PIC X(00001) VALUE SPACE.
020600     05  RL-0084-P-PROV-ID           PIC X(00015).
020700     05  FILLER                      PIC X(00001) VALUE SPACE.
020800     05  RL-0084-P-PROV-NAM          PIC X(00030).
020900     05  FILLER                      PIC X(00001) VALUE SPACE.
021000     05  RL-0084-P-CLS               PIC X(00020).
021100     05  RL-0084-P-MSR               PIC ZZZ,ZZZ,ZZ9.
021200     05  FILLER                      PIC X(00002) VALUE SPACES.
021300     05  RL-0084-P-ADHR              PIC ZZZ,ZZZ,ZZ9.
021400     05  FILLER                      PIC X(00002) VALUE SPACES.
021500     05  RL-0084-P-RATE              PIC ZZ9.99.
021600     05  FILLER                      PIC X(00003) VALUE SPACES.
021700     05  RL-0084-P-AVG               PIC ZZ9.99.
021800 01  RL-0084-COUNT-LINE.
021900     05  FILLER                      PIC X(00001) VALUE SPACE.
022000     05  RL-0084-C-LABEL             PIC X(00045).
022100     05  RL-0084-C-CNT               PIC ZZ,ZZZ,ZZZ,ZZ9.
022200*****************************************************************
022300*  PROCEDURE DIVISION                                          *
022400*****************************************************************
022500 PROCEDURE DIVISION.
022600 0000-MAINLINE.
022700     PERFORM 1000-INITIALIZE
022800         THRU 1000-INITIALIZE-EXIT.
022900     PERFORM 2000-BY-CUSTOMER
023000         THRU 2000-BY-CUSTOMER-EXIT.
023100     PERFORM 3000-BY-PHARMACY
023200         THRU 3000-BY-PHARMACY-EXIT.
023300     PERFORM 4000-OUTREACH
023400         THRU 4000-OUTREACH-EXIT.
023500     PERFORM 8000-FINALIZE
023600         THRU 8000-FINALIZE-EXIT.
023700     GOBACK.
023800*****************************************************************
023900*    1000-INITIALIZE - THE AS-OF DATE PDDB0041 MEASURED TO      *
024000*    (LAST DAY OF THE PRIOR MONTH), OPEN                        *
024100*****************************************************************
024200 1000-INITIALIZE.
024300     MOVE 'PDDR0084'             TO WK-9004-PGM-ID.
024400     MOVE SPACES                 TO WK-9004-OVRD-DT.
024500     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
024600     IF WK-9004-NO-BUS-DT
024700         DISPLAY 'PDDR0084 - NO BUSINESS PROCESSING DATE'
024800         MOVE 16 TO RETURN-CODE
024900         GOBACK
025000     END-IF.
025100     OPEN OUTPUT ADHROUT-FILE RPT0084-FILE.
025200     MOVE WK-9004-BUS-DT         TO WH-0084-BUS-DT.
025300     EXEC SQL
025400         SELECT TO_CHAR(TRUNC(TO_DATE(:WH-0084-BUS-DT,
025500                                      'YYYY-MM-DD'), 'MM') - 1,
025600                        'YYYY-MM-DD')
025700           INTO :WH-0084-ASOF-DT
025800           FROM DUAL
025900     END-EXEC.
026000     IF SQLCODE NOT = 0
026100         GO TO 9999-SQL-ERROR
026200     END-IF.
026300     MOVE WH-0084-ASOF-DT        TO RL-0084-H-ASOF-DT.
026400     WRITE RPT0084-REC FROM RL-0084-HDG1
026500         BEFORE ADVANCING TO-NEW-PAGE.
026600 1000-INITIALIZE-EXIT.
026700     EXIT.
026800*****************************************************************
026900*    2000-BY-CUSTOMER                                           *
027000*****************************************************************
027100 2000-BY-CUSTOMER.
027200     WRITE RPT0084-REC FROM RL-0084-HDG2
027300         AFTER ADVANCING 2 LINES.
027400     WRITE RPT0084-REC FROM RL-0084-HDG3
027500         AFTER ADVANCING 2 LINES.
027600     EXEC SQL
027700         OPEN R0084CUS
027800     END-EXEC.
027900     IF SQLCODE NOT = 0
028000         GO TO 9999-SQL-ERROR
028100     END-IF.
028200     MOVE 'N'                    TO WR-0084-EOF-SW.
028300     PERFORM 2100-ONE-CUSTOMER
028400         THRU 2100-ONE-CUSTOMER-EXIT
028500         UNTIL WR-0084-EOF.
028600     EXEC SQL
028700         CLOSE R0084CUS
028800     END-EXEC.
028900 2000-BY-CUSTOMER-EXIT.
029000     EXIT.
029100*****************************************************************
029200*    2100-ONE-CUSTOMER                                          *
029300*****************************************************************
029400 2100-ONE-CUSTOMER.
029500     EXEC SQL
029600         FETCH R0084CUS
029700         INTO :CLMPDCTB-R-CUST-PART-NUM,
029800              :CLMPDCTB-C-THER-CLS-CD,
029900              :WH-0084-MSR-CNT,
030000              :WH-0084-ADHR-CNT,
030100              :WH-0084-AVG-PCT,
030200              :WH-0084-OUT-CNT
030300     END-EXEC.
030400     EVALUATE SQLCODE
030500       WHEN 0
030600         CONTINUE
030700       WHEN 100
030800         SET WR-0084-EOF         TO TRUE
030900         GO TO 2100-ONE-CUSTOMER-EXIT
031000       WHEN OTHER
031100         GO TO 9999-SQL-ERROR
031200     END-EVALUATE.
031300     PERFORM 5000-RATE
031400         THRU 5000-RATE-EXIT.
031500     MOVE CLMPDCTB-R-CUST-PART-NUM
031600                                 TO RL-0084-U-CUST.
031700     PERFORM 5100-CLASS-NAME
031800         THRU 5100-CLASS-NAME-EXIT.
031900     MOVE RL-0084-P-CLS          TO RL-0084-U-CLS.
032000     MOVE WH-0084-MSR-CNT        TO RL-0084-U-MSR.
032100     MOVE WH-0084-ADHR-CNT       TO RL-0084-U-ADHR.
032200     MOVE WR-0084-RATE-PCT       TO RL-0084-U-RATE.
032300     MOVE WH-0084-AVG-PCT        TO RL-0084-U-AVG.
032400     MOVE WH-0084-OUT-CNT        TO RL-0084-U-OUT.
032500     WRITE RPT0084-REC FROM RL-0084-CUS-LINE
032600         AFTER ADVANCING 1 LINE.
032700 2100-ONE-CUSTOMER-EXIT.
032800     EXIT.
032900*****************************************************************
033000*    3000-BY-PHARMACY                                           *
033100*****************************************************************
033200 3000-BY-PHARMACY.
033300     WRITE RPT0084-REC FROM RL-0084-HDG4
033400         AFTER ADVANCING 3 LINES.
033500     WRITE RPT0084-REC FROM RL-0084-HDG5
033600         AFTER ADVANCING 2 LINES.
033700     EXEC SQL
033800         OPEN R0084PHR
033900     END-EXEC.
034000     IF SQLCODE NOT = 0
034100         GO TO 9999-SQL-ERROR
034200     END-IF.
034300     MOVE 'N'                    TO WR-0084-EOF-SW.
034400     PERFORM 3100-ONE-PHARMACY
034500         THRU 3100-ONE-PHARMACY-EXIT
034600         UNTIL WR-0084-EOF.
034700     EXEC SQL
034800         CLOSE R0084PHR
034900     END-EXEC.
035000 3000-BY-PHARMACY-EXIT.
035100     EXIT.
035200*****************************************************************
035300*    3100-ONE-PHARMACY                                          *
035400*****************************************************************
035500 3100-ONE-PHARMACY.
035600     EXEC SQL
035700         FETCH R0084PHR
035800         INTO :CLMPDCTB-C-PROV-ID,
035900              :WH-0084-PROV-NAM,
036000              :CLMPDCTB-C-THER-CLS-CD,
036100              :WH-0084-MSR-CNT,
036200              :WH-0084-ADHR-CNT,
036300              :WH-0084-AVG-PCT
036400     END-EXEC.
036500     EVALUATE SQLCODE
036600       WHEN 0
036700         CONTINUE
036800       WHEN 100
036900         SET WR-0084-EOF         TO TRUE
037000         GO TO 3100-ONE-PHARMACY-EXIT
037100       WHEN OTHER
037200         GO TO 9999-SQL-ERROR
037300     END-EVALUATE.
037400     PERFORM 5000-RATE
037500         THRU 5000-RATE-EXIT.
037600     MOVE CLMPDCTB-C-PROV-ID     TO RL-0084-P-PROV-ID.
037700     MOVE WH-0084-PROV-NAM       TO RL-0084-P-PROV-NAM.
037800     PERFORM 5100-CLASS-NAME
037900         THRU 5100-CLASS-NAME-EXIT.
038000     MOVE WH-0084-MSR-CNT        TO RL-0084-P-MSR.
038100     MOVE WH-0084-ADHR-CNT       TO RL-0084-P-ADHR.
038200     MOVE WR-0084-RATE-PCT       TO RL-0084-P-RATE.
038300     MOVE WH-0084-AVG-PCT        TO RL-0084-P-AVG.
038400     WRITE RPT0084-REC FROM RL-0084-PHR-LINE
038500         AFTER ADVANCING 1 LINE.
038600 3100-ONE-PHARMACY-EXIT.
038700     EXIT.
038800*****************************************************************
038900*    4000-OUTREACH - THE ADHROUT EXTRACT                        *
039000*****************************************************************
039100 4000-OUTREACH.
039200     EXEC SQL
039300         OPEN R0084OUT
039400     END-EXEC.
039500     IF SQLCODE NOT = 0
039600         GO TO 9999-SQL-ERROR
039700     END-IF.
039800     MOVE 'N'                    TO WR-0084-EOF-SW.
039900     PERFORM 4100-ONE-MEMBER
040000         THRU 4100-ONE-MEMBER-EXIT
040100         UNTIL WR-0084-EOF.
040200     EXEC SQL
040300         CLOSE R0084OUT
040400     END-EXEC.
040500 4000-OUTREACH-EXIT.
040600     EXIT.
040700*****************************************************************
040800*    4100-ONE-MEMBER                                            *
040900*****************************************************************
041000 4100-ONE-MEMBER.
041100     EXEC SQL
041200         FETCH R0084OUT
041300         INTO :CLMPDCTB-R-CUST-PART-NUM,
041400              :CLMPDCTB-B-SYS-ID,
041500              :CLMELGTB-B-CRDHLDR-ID,
041600              :CLMELGTB-B-LAST-NAM,
041700              :CLMPDCTB-C-THER-CLS-CD,
041800              :CLMPDCTB-C-INDX-DT,
041900              :CLMPDCTB-C-FILL-CNT,
042000              :CLMPDCTB-C-PDC-PCT,
042100              :CLMPDCTB-C-MAX-PDC-PCT,
042200              :CLMPDCTB-C-PDC-STAT-CD,
042300              :CLMPDCTB-C-LST-FILL-DT,
042400              :CLMPDCTB-C-PROV-ID,
042500              :WH-0084-PROV-NAM,
042600              :CLMPDCTB-C-PRSC-ID
042700     END-EXEC.
042800     EVALUATE SQLCODE
042900       WHEN 0
043000         CONTINUE
043100       WHEN 100
043200         SET WR-0084-EOF         TO TRUE
043300         GO TO 4100-ONE-MEMBER-EXIT
043400       WHEN OTHER
043500         GO TO 9999-SQL-ERROR
043600     END-EVALUATE.
043700     MOVE WH-0084-ASOF-DT        TO AO-ASOF-DT.
043800     MOVE CLMPDCTB-R-CUST-PART-NUM
043900                                 TO AO-CUST-PART-NUM.
044000     MOVE CLMPDCTB-B-SYS-ID      TO AO-MBR-SYS-ID.
044100     MOVE CLMELGTB-B-CRDHLDR-ID  TO AO-CRDHLDR-ID.
044200     MOVE CLMELGTB-B-LAST-NAM    TO AO-LAST-NAM.
044300     MOVE CLMPDCTB-C-THER-CLS-CD TO AO-THER-CLS-CD.
044400     MOVE CLMPDCTB-C-INDX-DT     TO AO-INDX-DT.
044500     MOVE CLMPDCTB-C-FILL-CNT    TO AO-FILL-CNT.
044600     MOVE CLMPDCTB-C-PDC-PCT     TO AO-PDC-PCT.
044700     MOVE CLMPDCTB-C-MAX-PDC-PCT TO AO-MAX-PDC-PCT.
044800     MOVE CLMPDCTB-C-PDC-STAT-CD TO AO-PDC-STAT-CD.
044900     MOVE CLMPDCTB-C-LST-FILL-DT TO AO-LST-FILL-DT.
045000     MOVE CLMPDCTB-C-PROV-ID     TO AO-PROV-ID.
045100     MOVE WH-0084-PROV-NAM       TO AO-PROV-NAM.
045200     MOVE CLMPDCTB-C-PRSC-ID     TO AO-PRSC-ID.
045300     WRITE AO-OUTR-REC.
045400     ADD 1                       TO WR-0084-OUTR-CNT.
045500     ADD CLMPDCTB-C-PDC-PCT      TO WR-0084-PDC-HASH.
045600 4100-ONE-MEMBER-EXIT.
045700     EXIT.
045800*****************************************************************
045900*    5000-RATE - ADHERENT AS A PERCENT OF THOSE IN THE MEASURE  *
046000*****************************************************************
046100 5000-RATE.
046200     IF WH-0084-MSR-CNT > ZERO
046300         COMPUTE WR-0084-RATE-PCT ROUNDED =
046400             WH-0084-ADHR-CNT * 100 / WH-0084-MSR-CNT
046500     ELSE
046600         MOVE ZERO               TO WR-0084-RATE-PCT
046700     END-IF.
046800 5000-RATE-EXIT.
046900     EXIT.
047000*****************************************************************
047100*    5100-CLASS-NAME                                            *
047200*****************************************************************
047300 5100-CLASS-NAME.
047400     EVALUATE CLMPDCTB-C-THER-CLS-CD
047500       WHEN 'STAT'
047600         MOVE 'STATINS'          TO RL-0084-P-CLS
047700       WHEN 'RASA'
047800         MOVE 'RAS ANTAGONISTS'  TO RL-0084-P-CLS
047900       WHEN 'DIAB'
048000         MOVE 'DIABETES'         TO RL-0084-P-CLS
048100       WHEN OTHER
048200         MOVE CLMPDCTB-C-THER-CLS-CD
048300                                 TO RL-0084-P-CLS
048400     END-EVALUATE.
048500 5100-CLASS-NAME-EXIT.
048600     EXIT.
048700*****************************************************************
048800*    8000-FINALIZE - TOTALS AND REGISTER THE EXTRACT            *
048900*****************************************************************
049000 8000-FINALIZE.
049100     MOVE 'MEMBER-CLASSES ON THE OUTREACH EXTRACT'
049200                                       TO RL-0084-C-LABEL.
049300     MOVE WR-0084-OUTR-CNT             TO RL-0084-C-CNT.
049400     WRITE RPT0084-REC FROM RL-0084-COUNT-LINE
049500         AFTER ADVANCING 3 LINES.
049600     PERFORM 8500-REGISTER-FILE
049700         THRU 8500-REGISTER-FILE-EXIT.
049800     CLOSE ADHROUT-FILE RPT0084-FILE.
049900 8000-FINALIZE-EXIT.
050000     EXIT.
050100*****************************************************************
050200*    8500-REGISTER-FILE - ADHROUT ON THE OUTBOUND FILE MANIFEST *
050300*    (SHARED PDDS9006).  A FAILED REGISTRATION LEAVES A GOOD    *
050400*    FILE UNTRACKED - RC 4 SO OPERATIONS RERUN THE STEP         *
050500*****************************************************************
050600 8500-REGISTER-FILE.
050700     MOVE 'ADHROUT'              TO WK-9006-FILE-TY-CD.
050800     MOVE 'PDDR0084'             TO WK-9006-PGM-ID.
050900     MOVE 'ADHROUT'              TO WK-9006-DD-NM.
051000     MOVE WH-0084-BUS-DT         TO WK-9006-BUS-DT.
051100     MOVE WR-0084-OUTR-CNT       TO WK-9006-REC-CNT.
051200     MOVE WR-0084-PDC-HASH       TO WK-9006-HASH-AMT.
051300     CALL 'PDDS9006' USING WK-9006-CALL-PARMS.
051400     IF NOT WK-9006-OK
051500         DISPLAY 'PDDR0084 - FILE NOT ON MANIFEST, REPLY '
051600                 WK-9006-REPLY-CD ' SQLCODE ' WK-9006-SQLCODE
051700         IF RETURN-CODE < 4
051800             MOVE 4 TO RETURN-CODE
051900         END-IF
052000         GO TO 8500-REGISTER-FILE-EXIT
052100     END-IF.
052200     EXEC SQL COMMIT END-EXEC.
052300     DISPLAY 'PDDR0084 - MANIFEST ' WK-9006-GEN-NM.
052400 8500-REGISTER-FILE-EXIT.
052500     EXIT.
052600*****************************************************************
052700*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
052800*****************************************************************
052900 9999-SQL-ERROR.
053000     DISPLAY 'PDDR0084 - SQL ERROR ON C_MBR_PDC_TB'.
053100     DISPLAY 'SQLCODE = ' SQLCODE.
053200     EXEC SQL ROLLBACK END-EXEC.
053300     MOVE 16 TO RETURN-CODE.
053400     CLOSE ADHROUT-FILE RPT0084-FILE.
053500     GOBACK.
