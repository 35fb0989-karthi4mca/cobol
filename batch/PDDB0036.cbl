000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0036.
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
001300*  10/15/26  ACS   NEW PROGRAM.  CONFIGURATION CHANGE-PACKAGE  *
001400*                  APPLY AND BACKOUT.  APPLY TAKES A PACKAGE   *
001500*                  FILE EXPORTED BY PDDB0035 FROM THE REGION   *
001600*                  WHERE THE CHANGE WAS TESTED AND PUTS EVERY  *
001700*                  ROW IN IT INTO THIS REGION AS ONE UNIT OF   *
001800*                  WORK, KEEPING THE BEFORE AND AFTER IMAGE OF *
001900*                  EACH ROW ON C_CFG_PKG_ROW_TB (AND, FOR LIST *
002000*                  ROWS, ON G_LIST_AUD_TB).  BACKOUT RESTORES  *
002100*                  THE BEFORE IMAGES OF AN APPLIED PACKAGE IN  *
002200*                  ONE STEP, PROVIDED NONE OF ITS ROWS HAS     *
002300*                  CHANGED SINCE.  EITHER WAY THE 7997 REFRESH *
002400*                  STAMP IS TOUCHED AND THE PDDB0005 INTEGRITY *
002500*                  CHECKS ARE RUN AGAINST THE RESULT BEFORE IT *
002600*                  IS COMMITTED - ANY FINDING ROLLS THE WHOLE  *
002700*                  PACKAGE BACK AND ENDS THE STEP RC 8.        *
002800*                                                              *
002900*****************************************************************
003000*                                                               *
003100*   CFGCTL - ONE CARD: 'APPLY' OR 'BACKOUT', THE PACKAGE NAME   *
003200*   AND THE USER ID THE CHANGE IS MADE UNDER.  APPLY READS THE  *
003300*   PACKAGE FROM CFGPKG, WHOSE HEADER MUST CARRY THE SAME NAME  *
003400*   AND WHOSE TRAILER MUST AGREE WITH THE ROWS READ; A PACKAGE  *
003500*   NAME CAN BE APPLIED ONLY ONCE.  BACKOUT NEEDS NO PACKAGE    *
003600*   FILE.  THE STEP ALSO NEEDS THE PDDB0005 REPORT DD (RPTB005) *
003700*   FOR THE INTEGRITY FINDINGS.                                 *
003800*                                                               *
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-370.
004300 OBJECT-COMPUTER.   IBM-370.
004400 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CFGCTL-FILE ASSIGN TO CFGCTL
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT CFGPKG-FILE ASSIGN TO CFGPKG
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT RPTB036-FILE ASSIGN TO RPTB036
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300*****************************************************************
005400*  DATA DIVISION                                                *
005500*****************************************************************
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CFGCTL-FILE.
005900 01  CC-CTL-CARD.
006000     05  CC-MODE-CD                  PIC X(00008).
006100         88  CC-APPLY                VALUE 'APPLY'.
006200         88  CC-BACKOUT              VALUE 'BACKOUT'.
006300     05  FILLER                      PIC X(00001).
006400     05  CC-PKG-NM                   PIC X(00016).
006500     05  FILLER                      PIC X(00001).
006600     05  CC-USER-ID                  PIC X(00008).
006700     05  FILLER                      PIC X(00046).
006800 FD  CFGPKG-FILE
006900     RECORDING MODE IS F.
007000     COPY CLCPKGRC.
007100 FD  RPTB036-FILE
007200     RECORDING MODE IS F.
007300 01  RPTB036-REC                     PIC X(00133).
007400*****************************************************************
007500*  WORKING-STORAGE SECTION                                     *
007600*****************************************************************
007700 WORKING-STORAGE SECTION.
007800 77  WB-0036-EOF-SW                  PIC X(00001) VALUE 'N'.
007900     88  WB-0036-EOF                 VALUE 'Y'.
008000 77  WB-0036-REFUSE-SW               PIC X(00001) VALUE 'N'.
008100     88  WB-0036-REFUSED             VALUE 'Y'.
008200 77  WB-0036-TRAILER-SW              PIC X(00001) VALUE 'N'.
008300     88  WB-0036-TRAILER-SEEN        VALUE 'Y'.
008400 77  WB-0036-PKG-OPEN-SW             PIC X(00001) VALUE 'N'.
008500     88  WB-0036-PKG-OPEN            VALUE 'Y'.
008600 77  WB-0036-ROW-CNT                 PIC S9(00004) COMP
008700                                     VALUE ZERO.
008800 77  WB-0036-ROW-MAX                 PIC S9(00004) COMP
008900                                     VALUE +500.
009000 77  WB-0036-SUB                     PIC S9(00004) COMP
009100                                     VALUE ZERO.
009200 77  WB-0036-DONE-CNT                PIC S9(00009) COMP-3
009300                                     VALUE ZERO.
009400 77  WB-0036-ABSENT-CNT              PIC S9(00009) COMP-3
009500                                     VALUE ZERO.
009600 77  WB-0036-MOVED-CNT               PIC S9(00009) COMP-3
009700                                     VALUE ZERO.
009800 77  WB-0036-CHK-RC                  PIC S9(00004) COMP
009900                                     VALUE ZERO.
010000 01  WB-0036-MSG-TX                  PIC X(00080).
010100*    THE PACKAGE'S ROWS - FROM THE FILE ON AN APPLY, FROM
010200*    C_CFG_PKG_ROW_TB (LAST ROW FIRST) ON A BACKOUT.
010300 01  WB-0036-ROW-TBL.
010400     05  WB-0036-ROW                 OCCURS 500.
010500         10  WB-0036-R-SEQ-NUM       PIC S9(00004) COMP.
010600         10  WB-0036-R-TBL-CD        PIC X(00004).
010700         10  WB-0036-R-ACTN-CD       PIC X(00001).
010800         10  WB-0036-R-BEF-IMG       PIC X(00200).
010900         10  WB-0036-R-AFT-IMG       PIC X(00200).
011000*    CONFIGURATION ROW ROUTINE - SHARED PDDS9007.
011100     COPY WKC90070.
011200*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
011300     COPY WKC90040.
011400*****************************************************************
011500*  EXEC SQL - SQLCA, HOST VARIABLES AND THE BACKOUT CURSOR      *
011600*****************************************************************
011700     EXEC SQL INCLUDE SQLCA END-EXEC.
011800     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
011900     COPY CLCPKGTB.
012000     COPY CLCPKRTB.
012100     EXEC SQL END DECLARE SECTION END-EXEC.
012200     EXEC SQL
012300         DECLARE C0036ROW CURSOR FOR
012400         SELECT C_PKG_SEQ_NUM, C_CFG_TBL_CD, C_PKG_ACTN_CD,
012500                C_BEF_IMG_TX, C_AFT_IMG_TX
012600           FROM C_CFG_PKG_ROW_TB
012700          WHERE C_PKG_NM = :CLCPKGTB-C-PKG-NM
012800          ORDER BY C_PKG_SEQ_NUM DESC
012900     END-EXEC.
013000*****************************************************************
013100*  REPORT LINE LAYOUTS                                         *
013200*****************************************************************
013300 01  RL-0036-HDG1.
013400     05  FILLER                      PIC X(00001) VALUE SPACE.
013500     05  FILLER                      PIC X(00050) VALUE
013600         'PDDB0036 - CONFIGURATION CHANGE-PACKAGE APPLY'.
013700     05  FILLER                      PIC X(00016)
013800                                     VALUE 'BUSINESS DATE '.
013900     05  RL-0036-H-BUS-DT            PIC X(00010).
014000 01  RL-0036-HDG2.
014100     05  FILLER                      PIC X(00001) VALUE SPACE.
014200     05  RL-0036-H-MODE-CD           PIC X(00009).
014300     05  FILLER                      PIC X(00009)
014400                                     VALUE 'PACKAGE '.
014500     05  RL-0036-H-PKG-NM            PIC X(00017).
014600     05  FILLER                      PIC X(00004) VALUE 'BY '.
014700     05  RL-0036-H-USER-ID           PIC X(00009).
014800     05  RL-0036-H-DESC-TX           PIC X(00040).
014900 01  RL-0036-HDG3.
015000     05  FILLER                      PIC X(00001) VALUE SPACE.
015100     05  FILLER                      PIC X(00040) VALUE
015200         'RESULT     TBL  ACT ROW KEY AND VALUES  '.
015300 01  RL-0036-DETAIL.
015400     05  FILLER                      PIC X(00001) VALUE SPACE.
015500     05  RL-0036-D-DISP              PIC X(00010).
015600     05  FILLER                      PIC X(00001) VALUE SPACE.
015700     05  RL-0036-D-TBL-CD            PIC X(00004).
015800     05  FILLER                      PIC X(00001) VALUE SPACE.
015900     05  RL-0036-D-ACTN-CD           PIC X(00001).
016000     05  FILLER                      PIC X(00003) VALUE SPACES.
016100     05  RL-0036-D-IMG-TX            PIC X(00080).
016200     05  FILLER                      PIC X(00001) VALUE SPACE.
016300     05  RL-0036-D-NOTE              PIC X(00030).
016400 01  RL-0036-MSG-LINE.
016500     05  FILLER                      PIC X(00001) VALUE SPACE.
016600     05  FILLER                      PIC X(00003) VALUE '** '.
016700     05  RL-0036-M-TX                PIC X(00080).
016800 01  RL-0036-COUNT-LINE.
016900     05  FILLER                      PIC X(00001) VALUE SPACE.
017000     05  RL-0036-C-LABEL             PIC X(00034).
017100     05  RL-0036-C-CNT               PIC ZZZ,ZZZ,ZZ9.
017200*****************************************************************
017300*  PROCEDURE DIVISION                                          *
017400*****************************************************************
017500 PROCEDURE DIVISION.
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE
017800         THRU 1000-INITIALIZE-EXIT.
017900     IF CC-APPLY
018000         PERFORM 2000-LOAD-PACKAGE
018100             THRU 2000-LOAD-PACKAGE-EXIT
018200         IF NOT WB-0036-REFUSED
018300             PERFORM 3000-APPLY-PACKAGE
018400                 THRU 3000-APPLY-PACKAGE-EXIT
018500         END-IF
018600     ELSE
018700         PERFORM 4000-LOAD-BACKOUT
018800             THRU 4000-LOAD-BACKOUT-EXIT
018900         IF NOT WB-0036-REFUSED
019000             PERFORM 5000-BACKOUT-PACKAGE
019100                 THRU 5000-BACKOUT-PACKAGE-EXIT
019200         END-IF
019300     END-IF.
019400     IF NOT WB-0036-REFUSED
019500         PERFORM 7000-CHECK-AND-COMMIT
019600             THRU 7000-CHECK-AND-COMMIT-EXIT
019700     END-IF.
019800     PERFORM 8000-FINALIZE
019900         THRU 8000-FINALIZE-EXIT.
020000     GOBACK.
020100*****************************************************************
020200*    1000-INITIALIZE - THE CONTROL CARD                         *
020300*****************************************************************
020400 1000-INITIALIZE.
020500     MOVE 'PDDB0036'             TO WK-9004-PGM-ID.
020600     MOVE SPACES                 TO WK-9004-OVRD-DT.
020700     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
020800     IF WK-9004-NO-BUS-DT
020900         DISPLAY 'PDDB0036 - NO BUSINESS PROCESSING DATE'
021000         MOVE 16 TO RETURN-CODE
021100         GOBACK
021200     END-IF.
021300     OPEN INPUT  CFGCTL-FILE.
021400     OPEN OUTPUT RPTB036-FILE.
021500     MOVE WK-9004-BUS-DT         TO RL-0036-H-BUS-DT.
021600     WRITE RPTB036-REC FROM RL-0036-HDG1
021700         BEFORE ADVANCING TO-NEW-PAGE.
021800     READ CFGCTL-FILE
021900         AT END MOVE SPACES      TO CC-CTL-CARD
022000     END-READ.
022100     CLOSE CFGCTL-FILE.
022200     IF (NOT CC-APPLY AND NOT CC-BACKOUT)
022300        OR CC-PKG-NM  = SPACES
022400        OR CC-USER-ID = SPACES
022500         DISPLAY 'PDDB0036 - CFGCTL MUST BE APPLY OR BACKOUT '
022600                 'WITH THE PACKAGE NAME AND USER'
022700         MOVE 16 TO RETURN-CODE
022800         CLOSE RPTB036-FILE
022900         GOBACK
023000     END-IF.
023100     MOVE CC-MODE-CD             TO RL-0036-H-MODE-CD.
023200     MOVE CC-PKG-NM              TO RL-0036-H-PKG-NM
023300                                    CLCPKGTB-C-PKG-NM
023400                                    CLCPKRTB-C-PKG-NM.
023500     MOVE CC-USER-ID             TO RL-0036-H-USER-ID
023600                                    WK-9007-AUD-USER-ID.
023700     IF CC-APPLY
023800         MOVE 'CFPKG'            TO WK-9007-AUD-SRC-CD
023900     ELSE
024000         MOVE 'CFBKO'            TO WK-9007-AUD-SRC-CD
024100     END-IF.
024200 1000-INITIALIZE-EXIT.
024300     EXIT.
024400*****************************************************************
024500*    2000-LOAD-PACKAGE - READ AND CHECK THE WHOLE PACKAGE FILE  *
024600*    BEFORE ANYTHING IS CHANGED                                 *
024700*****************************************************************
024800 2000-LOAD-PACKAGE.
024900     OPEN INPUT CFGPKG-FILE.
025000     SET WB-0036-PKG-OPEN        TO TRUE.
025100     READ CFGPKG-FILE
025200         AT END SET WB-0036-EOF  TO TRUE
025300     END-READ.
025400     IF WB-0036-EOF
025500        OR NOT CLCPKGRC-HEADER
025600        OR CLCPKGRC-PKG-NM NOT = CC-PKG-NM
025700         MOVE 'PACKAGE FILE HEADER MISSING OR FOR ANOTHER PACKAGE'
025800                                 TO WB-0036-MSG-TX
025900         PERFORM 9100-REFUSE
026000             THRU 9100-REFUSE-EXIT
026100         GO TO 2000-LOAD-PACKAGE-EXIT
026200     END-IF.
026300     MOVE CLCPKGRC-H-DESC-TX     TO CLCPKGTB-C-PKG-DESC-TX
026400                                    RL-0036-H-DESC-TX.
026500     MOVE CLCPKGRC-H-EXP-USER-ID TO CLCPKGTB-C-EXP-USER-ID.
026600     MOVE CLCPKGRC-H-EXP-TS      TO CLCPKGTB-C-EXP-TS.
026700     PERFORM 8100-HEADINGS
026800         THRU 8100-HEADINGS-EXIT.
026900     PERFORM 2100-LOAD-ONE
027000         THRU 2100-LOAD-ONE-EXIT
027100         UNTIL WB-0036-EOF
027200            OR WB-0036-TRAILER-SEEN
027300            OR WB-0036-REFUSED.
027400     CLOSE CFGPKG-FILE.
027500     MOVE 'N'                    TO WB-0036-PKG-OPEN-SW.
027600     IF WB-0036-REFUSED
027700         GO TO 2000-LOAD-PACKAGE-EXIT
027800     END-IF.
027900     IF NOT WB-0036-TRAILER-SEEN
028000        OR WB-0036-ROW-CNT = ZERO
028100         MOVE 'PACKAGE FILE HAS NO TRAILER - INCOMPLETE EXPORT'
028200                                 TO WB-0036-MSG-TX
028300         PERFORM 9100-REFUSE
028400             THRU 9100-REFUSE-EXIT
028500         GO TO 2000-LOAD-PACKAGE-EXIT
028600     END-IF.
028700*    A PACKAGE NAME IS APPLIED ONCE; A BACKED-OUT PACKAGE IS
028800*    RE-EXPORTED UNDER A NEW NAME.
028900     EXEC SQL
029000         SELECT C_PKG_STAT_CD
029100           INTO :CLCPKGTB-C-PKG-STAT-CD
029200           FROM C_CFG_PKG_TB
029300          WHERE C_PKG_NM = :CLCPKGTB-C-PKG-NM
029400     END-EXEC.
029500     EVALUATE SQLCODE
029600       WHEN 0
029700         MOVE 'PACKAGE NAME HAS ALREADY BEEN APPLIED HERE'
029800                                 TO WB-0036-MSG-TX
029900         PERFORM 9100-REFUSE
030000             THRU 9100-REFUSE-EXIT
030100       WHEN 100
030200         CONTINUE
030300       WHEN OTHER
030400         GO TO 9999-SQL-ERROR
030500     END-EVALUATE.
030600 2000-LOAD-PACKAGE-EXIT.
030700     EXIT.
030800*****************************************************************
030900*    2100-LOAD-ONE - ONE DETAIL OR THE TRAILER                  *
031000*****************************************************************
031100 2100-LOAD-ONE.
031200     READ CFGPKG-FILE
031300         AT END SET WB-0036-EOF  TO TRUE
031400     END-READ.
031500     IF WB-0036-EOF
031600         GO TO 2100-LOAD-ONE-EXIT
031700     END-IF.
031800     IF CLCPKGRC-PKG-NM NOT = CC-PKG-NM
031900         MOVE 'PACKAGE FILE HOLDS RECORDS FOR ANOTHER PACKAGE'
032000                                 TO WB-0036-MSG-TX
032100         PERFORM 9100-REFUSE
032200             THRU 9100-REFUSE-EXIT
032300         GO TO 2100-LOAD-ONE-EXIT
032400     END-IF.
032500     IF CLCPKGRC-TRAILER
032600         SET WB-0036-TRAILER-SEEN TO TRUE
032700         IF CLCPKGRC-T-ROW-CNT NOT NUMERIC
032800            OR CLCPKGRC-T-ROW-CNT NOT = WB-0036-ROW-CNT
032900             MOVE 'TRAILER COUNT DISAGREES WITH ROWS READ'
033000                                 TO WB-0036-MSG-TX
033100             PERFORM 9100-REFUSE
033200                 THRU 9100-REFUSE-EXIT
033300         END-IF
033400         GO TO 2100-LOAD-ONE-EXIT
033500     END-IF.
033600     MOVE CLCPKGRC-D-TBL-CD      TO WK-9007-TBL-CD.
033700     IF NOT CLCPKGRC-DETAIL
033800        OR CLCPKGRC-D-SEQ-NUM NOT NUMERIC
033900        OR CLCPKGRC-D-SEQ-NUM NOT = WB-0036-ROW-CNT + 1
034000        OR (NOT CLCPKGRC-D-COPY-ROW AND NOT CLCPKGRC-D-DELETE-ROW)
034100        OR (NOT WK-9007-GLST AND NOT WK-9007-EXCD
034200            AND NOT WK-9007-MSGC AND NOT WK-9007-SITF
034300            AND NOT WK-9007-PCNR)
034400        OR WB-0036-ROW-CNT NOT < WB-0036-ROW-MAX
034500         MOVE 'PACKAGE FILE DETAIL RECORD OUT OF ORDER OR INVALID'
034600                                 TO WB-0036-MSG-TX
034700         PERFORM 9100-REFUSE
034800             THRU 9100-REFUSE-EXIT
034900         GO TO 2100-LOAD-ONE-EXIT
035000     END-IF.
035100     ADD 1                       TO WB-0036-ROW-CNT.
035200     MOVE WB-0036-ROW-CNT        TO WB-0036-SUB.
035300     MOVE CLCPKGRC-D-SEQ-NUM
035400         TO WB-0036-R-SEQ-NUM (WB-0036-SUB).
035500     MOVE CLCPKGRC-D-TBL-CD
035600         TO WB-0036-R-TBL-CD (WB-0036-SUB).
035700     MOVE CLCPKGRC-D-ACTN-CD
035800         TO WB-0036-R-ACTN-CD (WB-0036-SUB).
035900     MOVE SPACES
036000         TO WB-0036-R-BEF-IMG (WB-0036-SUB).
036100     MOVE CLCPKGRC-D-ROW-IMG
036200         TO WB-0036-R-AFT-IMG (WB-0036-SUB).
036300 2100-LOAD-ONE-EXIT.
036400     EXIT.
036500*****************************************************************
036600*    3000-APPLY-PACKAGE - EVERY ROW, THEN THE PACKAGE ROW       *
036700*****************************************************************
036800 3000-APPLY-PACKAGE.
036900     PERFORM 3100-APPLY-ONE
037000         THRU 3100-APPLY-ONE-EXIT
037100         VARYING WB-0036-SUB FROM 1 BY 1
037200         UNTIL WB-0036-SUB > WB-0036-ROW-CNT.
037300     MOVE 'A'                    TO CLCPKGTB-C-PKG-STAT-CD.
037400     MOVE WB-0036-DONE-CNT       TO CLCPKGTB-C-PKG-ROW-CNT.
037500     MOVE CC-USER-ID             TO CLCPKGTB-C-APPL-USER-ID.
037600     EXEC SQL
037700         INSERT INTO C_CFG_PKG_TB
037800                (C_PKG_NM, C_PKG_DESC_TX, C_PKG_STAT_CD,
037900                 C_PKG_ROW_CNT, C_EXP_USER_ID, C_EXP_TS,
038000                 C_APPL_USER_ID, C_APPL_TS, C_BKOUT_USER_ID,
038100                 C_BKOUT_TS)
038200         VALUES (:CLCPKGTB-C-PKG-NM,
038300                 :CLCPKGTB-C-PKG-DESC-TX,
038400                 :CLCPKGTB-C-PKG-STAT-CD,
038500                 :CLCPKGTB-C-PKG-ROW-CNT,
038600                 :CLCPKGTB-C-EXP-USER-ID,
038700                 :CLCPKGTB-C-EXP-TS,
038800                 :CLCPKGTB-C-APPL-USER-ID,
038900                 TO_CHAR(CURRENT_TIMESTAMP,
039000                         'YYYY-MM-DD-HH24.MI.SS.FF6'),
039100                 ' ', ' ')
039200     END-EXEC.
039300     IF SQLCODE NOT = 0
039400         GO TO 9999-SQL-ERROR
039500     END-IF.
039600 3000-APPLY-PACKAGE-EXIT.
039700     EXIT.
039800*****************************************************************
039900*    3100-APPLY-ONE - PUT OR DELETE ONE ROW AND KEEP ITS BEFORE  *
040000*    AND AFTER IMAGES                                            *
040100*****************************************************************
040200 3100-APPLY-ONE.
040300     MOVE WB-0036-R-TBL-CD (WB-0036-SUB) TO WK-9007-TBL-CD.
040400     MOVE WB-0036-R-AFT-IMG (WB-0036-SUB) TO WK-9007-ROW-IMG.
040500     IF WB-0036-R-ACTN-CD (WB-0036-SUB) = 'C'
040600         SET WK-9007-PUT         TO TRUE
040700     ELSE
040800         SET WK-9007-DELETE      TO TRUE
040900     END-IF.
041000     PERFORM 6000-CALL-ROUTINE
041100         THRU 6000-CALL-ROUTINE-EXIT.
041200     IF WK-9007-NOT-FOUND
041300         ADD 1                   TO WB-0036-ABSENT-CNT
041400         MOVE 'ABSENT'           TO RL-0036-D-DISP
041500         MOVE 'ROW TO DELETE WAS NOT HERE'
041600                                 TO RL-0036-D-NOTE
041700         PERFORM 8200-DETAIL-LINE
041800             THRU 8200-DETAIL-LINE-EXIT
041900         GO TO 3100-APPLY-ONE-EXIT
042000     END-IF.
042100     MOVE WK-9007-ACTN-CD  TO WB-0036-R-ACTN-CD (WB-0036-SUB).
042200     MOVE WK-9007-BEF-IMG  TO WB-0036-R-BEF-IMG (WB-0036-SUB).
042300     PERFORM 8300-ACTION-WORD
042400         THRU 8300-ACTION-WORD-EXIT.
042500*    THE AFTER IMAGE IS THE ROW AS THIS REGION NOW HOLDS IT, SO A
042600*    LATER BACKOUT COMPARES LIKE WITH LIKE.
042700     IF WK-9007-DELETED
042800         MOVE SPACES       TO WB-0036-R-AFT-IMG (WB-0036-SUB)
042900     ELSE
043000         SET WK-9007-READ        TO TRUE
043100         PERFORM 6000-CALL-ROUTINE
043200             THRU 6000-CALL-ROUTINE-EXIT
043300         MOVE WK-9007-ROW-IMG
043400                           TO WB-0036-R-AFT-IMG (WB-0036-SUB)
043500     END-IF.
043600     ADD 1                       TO WB-0036-DONE-CNT.
043700     MOVE WB-0036-DONE-CNT       TO CLCPKRTB-C-PKG-SEQ-NUM.
043800     MOVE WB-0036-R-TBL-CD (WB-0036-SUB)
043900                                 TO CLCPKRTB-C-CFG-TBL-CD.
044000     MOVE WB-0036-R-ACTN-CD (WB-0036-SUB)
044100                                 TO CLCPKRTB-C-PKG-ACTN-CD.
044200     MOVE WB-0036-R-BEF-IMG (WB-0036-SUB)
044300                                 TO CLCPKRTB-C-BEF-IMG-TX.
044400     MOVE WB-0036-R-AFT-IMG (WB-0036-SUB)
044500                                 TO CLCPKRTB-C-AFT-IMG-TX.
044600     EXEC SQL
044700         INSERT INTO C_CFG_PKG_ROW_TB
044800                (C_PKG_NM, C_PKG_SEQ_NUM, C_CFG_TBL_CD,
044900                 C_PKG_ACTN_CD, C_BEF_IMG_TX, C_AFT_IMG_TX)
045000         VALUES (:CLCPKRTB-C-PKG-NM,
045100                 :CLCPKRTB-C-PKG-SEQ-NUM,
045200                 :CLCPKRTB-C-CFG-TBL-CD,
045300                 :CLCPKRTB-C-PKG-ACTN-CD,
045400                 :CLCPKRTB-C-BEF-IMG-TX,
045500                 :CLCPKRTB-C-AFT-IMG-TX)
045600     END-EXEC.
045700     IF SQLCODE NOT = 0
045800         GO TO 9999-SQL-ERROR
045900     END-IF.
046000     PERFORM 8200-DETAIL-LINE
046100         THRU 8200-DETAIL-LINE-EXIT.
046200 3100-APPLY-ONE-EXIT.
046300     EXIT.
046400*****************************************************************
046500*    4000-LOAD-BACKOUT - THE PACKAGE MUST BE IN FORCE HERE; ITS  *
046600*    ROWS ARE LOADED LAST FIRST AND MUST BE UNCHANGED SINCE      *
046700*****************************************************************
046800 4000-LOAD-BACKOUT.
046900     EXEC SQL
047000         SELECT C_PKG_DESC_TX, C_PKG_STAT_CD
047100           INTO :CLCPKGTB-C-PKG-DESC-TX,
047200                :CLCPKGTB-C-PKG-STAT-CD
047300           FROM C_CFG_PKG_TB
047400          WHERE C_PKG_NM = :CLCPKGTB-C-PKG-NM
047500     END-EXEC.
047600     EVALUATE SQLCODE
047700       WHEN 0
047800         CONTINUE
047900       WHEN 100
048000         MOVE 'PACKAGE WAS NEVER APPLIED HERE' TO WB-0036-MSG-TX
048100         PERFORM 9100-REFUSE
048200             THRU 9100-REFUSE-EXIT
048300         GO TO 4000-LOAD-BACKOUT-EXIT
048400       WHEN OTHER
048500         GO TO 9999-SQL-ERROR
048600     END-EVALUATE.
048700     MOVE CLCPKGTB-C-PKG-DESC-TX TO RL-0036-H-DESC-TX.
048800     PERFORM 8100-HEADINGS
048900         THRU 8100-HEADINGS-EXIT.
049000     IF CLCPKGTB-BACKED-OUT
049100         MOVE 'PACKAGE HAS ALREADY BEEN BACKED OUT'
049200                                 TO WB-0036-MSG-TX
049300         PERFORM 9100-REFUSE
049400             THRU 9100-REFUSE-EXIT
049500         GO TO 4000-LOAD-BACKOUT-EXIT
049600     END-IF.
049700     EXEC SQL
049800         OPEN C0036ROW
049900     END-EXEC.
050000     IF SQLCODE NOT = 0
050100         GO TO 9999-SQL-ERROR
050200     END-IF.
050300     PERFORM 4100-FETCH-ONE
050400         THRU 4100-FETCH-ONE-EXIT
050500         UNTIL WB-0036-EOF.
050600     EXEC SQL
050700         CLOSE C0036ROW
050800     END-EXEC.
050900     PERFORM 4200-VERIFY-ONE
051000         THRU 4200-VERIFY-ONE-EXIT
051100         VARYING WB-0036-SUB FROM 1 BY 1
051200         UNTIL WB-0036-SUB > WB-0036-ROW-CNT.
051300     IF WB-0036-MOVED-CNT > ZERO
051400         MOVE 'ROWS CHANGED SINCE APPLIED - BACKOUT REFUSED'
051500                                 TO WB-0036-MSG-TX
051600         PERFORM 9100-REFUSE
051700             THRU 9100-REFUSE-EXIT
051800     END-IF.
051900 4000-LOAD-BACKOUT-EXIT.
052000     EXIT.
052100*****************************************************************
052200*    4100-FETCH-ONE                                             *
052300*****************************************************************
052400 4100-FETCH-ONE.
052500     EXEC SQL
052600         FETCH C0036ROW
052700          INTO :CLCPKRTB-C-PKG-SEQ-NUM,
052800               :CLCPKRTB-C-CFG-TBL-CD,
052900               :CLCPKRTB-C-PKG-ACTN-CD,
053000               :CLCPKRTB-C-BEF-IMG-TX,
053100               :CLCPKRTB-C-AFT-IMG-TX
053200     END-EXEC.
053300     EVALUATE SQLCODE
053400       WHEN 0
053500         CONTINUE
053600       WHEN 100
053700         SET WB-0036-EOF         TO TRUE
053800         GO TO 4100-FETCH-ONE-EXIT
053900       WHEN OTHER
054000         GO TO 9999-SQL-ERROR
054100     END-EVALUATE.
054200     IF WB-0036-ROW-CNT NOT < WB-0036-ROW-MAX
054300         MOVE 'PACKAGE HAS MORE ROWS THAN ONE BACKOUT CAN HOLD'
054400                                 TO WB-0036-MSG-TX
054500         PERFORM 9100-REFUSE
054600             THRU 9100-REFUSE-EXIT
054700         SET WB-0036-EOF         TO TRUE
054800         GO TO 4100-FETCH-ONE-EXIT
054900     END-IF.
055000     ADD 1                       TO WB-0036-ROW-CNT.
055100     MOVE WB-0036-ROW-CNT        TO WB-0036-SUB.
055200     MOVE CLCPKRTB-C-PKG-SEQ-NUM
055300         TO WB-0036-R-SEQ-NUM (WB-0036-SUB).
055400     MOVE CLCPKRTB-C-CFG-TBL-CD
055500         TO WB-0036-R-TBL-CD (WB-0036-SUB).
055600     MOVE CLCPKRTB-C-PKG-ACTN-CD
055700         TO WB-0036-R-ACTN-CD (WB-0036-SUB).
055800     MOVE CLCPKRTB-C-BEF-IMG-TX
055900         TO WB-0036-R-BEF-IMG (WB-0036-SUB).
056000     MOVE CLCPKRTB-C-AFT-IMG-TX
056100         TO WB-0036-R-AFT-IMG (WB-0036-SUB).
056200 4100-FETCH-ONE-EXIT.
056300     EXIT.
056400*****************************************************************
056500*    4200-VERIFY-ONE - THE ROW MUST STILL BE EXACTLY AS THE      *
056600*    PACKAGE LEFT IT (OR STILL GONE, FOR A DELETE)               *
056700*****************************************************************
056800 4200-VERIFY-ONE.
056900     MOVE WB-0036-R-TBL-CD (WB-0036-SUB) TO WK-9007-TBL-CD.
057000     SET WK-9007-READ            TO TRUE.
057100     IF WB-0036-R-ACTN-CD (WB-0036-SUB) = 'D'
057200         MOVE WB-0036-R-BEF-IMG (WB-0036-SUB) TO WK-9007-ROW-IMG
057300     ELSE
057400         MOVE WB-0036-R-AFT-IMG (WB-0036-SUB) TO WK-9007-ROW-IMG
057500     END-IF.
057600     PERFORM 6000-CALL-ROUTINE
057700         THRU 6000-CALL-ROUTINE-EXIT.
057800     IF WB-0036-R-ACTN-CD (WB-0036-SUB) = 'D'
057900         IF WK-9007-NOT-FOUND
058000             GO TO 4200-VERIFY-ONE-EXIT
058100         END-IF
058200         MOVE 'DELETED ROW IS BACK' TO RL-0036-D-NOTE
058300     ELSE
058400         IF WK-9007-OK
058500            AND WK-9007-ROW-IMG = WB-0036-R-AFT-IMG (WB-0036-SUB)
058600             GO TO 4200-VERIFY-ONE-EXIT
058700         END-IF
058800         IF WK-9007-NOT-FOUND
058900             MOVE 'ROW HAS SINCE BEEN DELETED' TO RL-0036-D-NOTE
059000         ELSE
059100             MOVE 'ROW HAS SINCE BEEN CHANGED' TO RL-0036-D-NOTE
059200         END-IF
059300     END-IF.
059400     ADD 1                       TO WB-0036-MOVED-CNT.
059500     MOVE 'CONFLICT'             TO RL-0036-D-DISP.
059600     PERFORM 8200-DETAIL-LINE
059700         THRU 8200-DETAIL-LINE-EXIT.
059800 4200-VERIFY-ONE-EXIT.
059900     EXIT.
060000*****************************************************************
060100*    5000-BACKOUT-PACKAGE - RESTORE EVERY BEFORE IMAGE, LAST     *
060200*    ROW FIRST, THEN MARK THE PACKAGE BACKED OUT                 *
060300*****************************************************************
060400 5000-BACKOUT-PACKAGE.
060500     PERFORM 5100-RESTORE-ONE
060600         THRU 5100-RESTORE-ONE-EXIT
060700         VARYING WB-0036-SUB FROM 1 BY 1
060800         UNTIL WB-0036-SUB > WB-0036-ROW-CNT.
060900     MOVE CC-USER-ID             TO CLCPKGTB-C-BKOUT-USER-ID.
061000     EXEC SQL
061100         UPDATE C_CFG_PKG_TB
061200            SET C_PKG_STAT_CD   = 'B',
061300                C_BKOUT_USER_ID = :CLCPKGTB-C-BKOUT-USER-ID,
061400                C_BKOUT_TS      = TO_CHAR(CURRENT_TIMESTAMP,
061500                                  'YYYY-MM-DD-HH24.MI.SS.FF6')
061600          WHERE C_PKG_NM      = :CLCPKGTB-C-PKG-NM
061700            AND C_PKG_STAT_CD = 'A'
061800     END-EXEC.
061900     IF SQLCODE NOT = 0
062000         GO TO 9999-SQL-ERROR
062100     END-IF.
062200 5000-BACKOUT-PACKAGE-EXIT.
062300     EXIT.
062400*****************************************************************
062500*    5100-RESTORE-ONE - AN ADDED ROW IS DELETED; A CHANGED OR    *
062600*    DELETED ROW IS PUT BACK AS IT WAS                           *
062700*****************************************************************
062800 5100-RESTORE-ONE.
062900     MOVE WB-0036-R-TBL-CD (WB-0036-SUB) TO WK-9007-TBL-CD.
063000     IF WB-0036-R-ACTN-CD (WB-0036-SUB) = 'A'
063100         SET WK-9007-DELETE      TO TRUE
063200         MOVE WB-0036-R-AFT-IMG (WB-0036-SUB) TO WK-9007-ROW-IMG
063300     ELSE
063400         SET WK-9007-PUT         TO TRUE
063500         MOVE WB-0036-R-BEF-IMG (WB-0036-SUB) TO WK-9007-ROW-IMG
063600     END-IF.
063700     PERFORM 6000-CALL-ROUTINE
063800         THRU 6000-CALL-ROUTINE-EXIT.
063900     ADD 1                       TO WB-0036-DONE-CNT.
064000     PERFORM 8300-ACTION-WORD
064100         THRU 8300-ACTION-WORD-EXIT.
064200     PERFORM 8200-DETAIL-LINE
064300         THRU 8200-DETAIL-LINE-EXIT.
064400 5100-RESTORE-ONE-EXIT.
064500     EXIT.
064600*****************************************************************
064700*    6000-CALL-ROUTINE - PDDS9007; A DATABASE ERROR ENDS THE     *
064800*    STEP WITH EVERYTHING ROLLED BACK                            *
064900*****************************************************************
065000 6000-CALL-ROUTINE.
065100     CALL 'PDDS9007' USING WK-9007-CALL-PARMS.
065200     IF WK-9007-SQL-ERROR
065300        OR WK-9007-BAD-PARMS
065400         DISPLAY 'PDDB0036 - PDDS9007 REPLY ' WK-9007-REPLY-CD
065500                 ' SQLCODE = ' WK-9007-SQLCODE
065600                 ' TABLE ' WK-9007-TBL-CD
065700         GO TO 9999-SQL-ERROR
065800     END-IF.
065900     IF WK-9007-NOT-FOUND
066000        AND (WK-9007-PUT OR (WK-9007-DELETE AND CC-BACKOUT))
066100         DISPLAY 'PDDB0036 - ROW VANISHED DURING '
066200                 CC-MODE-CD ' TABLE ' WK-9007-TBL-CD
066300         GO TO 9999-SQL-ERROR
066400     END-IF.
066500 6000-CALL-ROUTINE-EXIT.
066600     EXIT.
066700*****************************************************************
066800*    7000-CHECK-AND-COMMIT - TOUCH THE 7997 STAMP, RUN THE       *
066900*    PDDB0005 INTEGRITY CHECKS AGAINST THE UNCOMMITTED RESULT,   *
067000*    THEN COMMIT - OR ROLL THE WHOLE PACKAGE BACK ON A FINDING   *
067100*****************************************************************
067200 7000-CHECK-AND-COMMIT.
067300     EXEC SQL
067400         UPDATE G_LIST_DTL_TB
067500            SET G_LIST_DTL_TX =
067600                TO_CHAR(CURRENT_TIMESTAMP,
067700                        'YYYY-MM-DD-HH24.MI.SS.FF6')
067800          WHERE G_LIST_SUBSYS_CD = 'C'
067900            AND G_LIST_NUM       = '7997'
068000     END-EXEC.
068100     IF SQLCODE = 100
068200         EXEC SQL
068300             INSERT INTO G_LIST_DTL_TB
068400                 (G_LIST_SUBSYS_CD, G_LIST_NUM, R_GROUP_ID,
068500                  G_LIST_STRT_LMT, G_LIST_END_LMT,
068600                  G_LIST_EFF_STRT_DT, G_LIST_EFF_END_DT,
068700                  G_LIST_DTL_TX)
068800             VALUES
068900                 ('C', '7997', 'ALL     ',
069000                  'STAMP', 'STAMP',
069100                  '2026-01-01', '9999-12-31',
069200                  TO_CHAR(CURRENT_TIMESTAMP,
069300                          'YYYY-MM-DD-HH24.MI.SS.FF6'))
069400         END-EXEC
069500     END-IF.
069600     IF SQLCODE NOT = 0
069700         GO TO 9999-SQL-ERROR
069800     END-IF.
069900     MOVE ZERO                   TO RETURN-CODE.
070000     CALL 'PDDB0005'.
070100     MOVE RETURN-CODE            TO WB-0036-CHK-RC.
070200     MOVE ZERO                   TO RETURN-CODE.
070300     IF WB-0036-CHK-RC NOT = ZERO
070400         EXEC SQL ROLLBACK END-EXEC
070500         MOVE 'PDDB0005 INTEGRITY CHECK FAILED (SEE RPTB005) - '
070600                                 TO WB-0036-MSG-TX
070700         PERFORM 9100-REFUSE
070800             THRU 9100-REFUSE-EXIT
070900         MOVE 'NOTHING APPLIED - THE PACKAGE WAS ROLLED BACK'
071000                                 TO WB-0036-MSG-TX
071100         PERFORM 9100-REFUSE
071200             THRU 9100-REFUSE-EXIT
071300         GO TO 7000-CHECK-AND-COMMIT-EXIT
071400     END-IF.
071500     EXEC SQL COMMIT END-EXEC.
071600     IF SQLCODE NOT = 0
071700         GO TO 9999-SQL-ERROR
071800     END-IF.
071900 7000-CHECK-AND-COMMIT-EXIT.
072000     EXIT.
072100*****************************************************************
072200*    8000-FINALIZE                                              *
072300*****************************************************************
072400 8000-FINALIZE.
072500     IF CC-APPLY
072600         MOVE 'ROWS APPLIED'     TO RL-0036-C-LABEL
072700     ELSE
072800         MOVE 'ROWS RESTORED'    TO RL-0036-C-LABEL
072900     END-IF.
073000     IF WB-0036-REFUSED
073100         MOVE ZERO               TO WB-0036-DONE-CNT
073200     END-IF.
073300     MOVE WB-0036-DONE-CNT       TO RL-0036-C-CNT.
073400     WRITE RPTB036-REC FROM RL-0036-COUNT-LINE
073500         AFTER ADVANCING 3 LINES.
073600     MOVE 'ROWS TO DELETE ALREADY ABSENT' TO RL-0036-C-LABEL.
073700     MOVE WB-0036-ABSENT-CNT     TO RL-0036-C-CNT.
073800     WRITE RPTB036-REC FROM RL-0036-COUNT-LINE
073900         AFTER ADVANCING 1 LINE.
074000     MOVE 'ROWS CHANGED SINCE APPLIED' TO RL-0036-C-LABEL.
074100     MOVE WB-0036-MOVED-CNT      TO RL-0036-C-CNT.
074200     WRITE RPTB036-REC FROM RL-0036-COUNT-LINE
074300         AFTER ADVANCING 1 LINE.
074400     IF WB-0036-REFUSED
074500         MOVE 8 TO RETURN-CODE
074600     ELSE
074700         IF WB-0036-ABSENT-CNT > ZERO
074800             MOVE 4 TO RETURN-CODE
074900         END-IF
075000     END-IF.
075100     CLOSE RPTB036-FILE.
075200 8000-FINALIZE-EXIT.
075300     EXIT.
075400*****************************************************************
075500*    8100-HEADINGS                                              *
075600*****************************************************************
075700 8100-HEADINGS.
075800     WRITE RPTB036-REC FROM RL-0036-HDG2
075900         AFTER ADVANCING 2 LINES.
076000     WRITE RPTB036-REC FROM RL-0036-HDG3
076100         AFTER ADVANCING 2 LINES.
076200 8100-HEADINGS-EXIT.
076300     EXIT.
076400*****************************************************************
076500*    8200-DETAIL-LINE - ONE ROW, SHOWN BY ITS IMAGE             *
076600*****************************************************************
076700 8200-DETAIL-LINE.
076800     MOVE WB-0036-R-TBL-CD (WB-0036-SUB) TO RL-0036-D-TBL-CD.
076900     MOVE WB-0036-R-ACTN-CD (WB-0036-SUB) TO RL-0036-D-ACTN-CD.
077000     MOVE WK-9007-ROW-IMG        TO RL-0036-D-IMG-TX.
077100     WRITE RPTB036-REC FROM RL-0036-DETAIL
077200         AFTER ADVANCING 1 LINE.
077300     MOVE SPACES                 TO RL-0036-DETAIL.
077400 8200-DETAIL-LINE-EXIT.
077500     EXIT.
077600*****************************************************************
077700*    8300-ACTION-WORD - WHAT PDDS9007 DID TO THE ROW            *
077800*****************************************************************
077900 8300-ACTION-WORD.
078000     EVALUATE TRUE
078100       WHEN WK-9007-ADDED
078200         MOVE 'ADDED'            TO RL-0036-D-DISP
078300       WHEN WK-9007-CHANGED
078400         MOVE 'CHANGED'          TO RL-0036-D-DISP
078500       WHEN WK-9007-DELETED
078600         MOVE 'DELETED'          TO RL-0036-D-DISP
078700     END-EVALUATE.
078800 8300-ACTION-WORD-EXIT.
078900     EXIT.
079000*****************************************************************
079100*    9100-REFUSE - THE PACKAGE IS NOT APPLIED OR BACKED OUT      *
079200*****************************************************************
079300 9100-REFUSE.
079400     SET WB-0036-REFUSED         TO TRUE.
079500     MOVE WB-0036-MSG-TX         TO RL-0036-M-TX.
079600     WRITE RPTB036-REC FROM RL-0036-MSG-LINE
079700         AFTER ADVANCING 2 LINES.
079800     DISPLAY 'PDDB0036 - ' WB-0036-MSG-TX.
079900 9100-REFUSE-EXIT.
080000     EXIT.
080100*****************************************************************
080200*    9999-SQL-ERROR - FATAL SQL ERROR, ROLL BACK AND ABEND      *
080300*****************************************************************
080400 9999-SQL-ERROR.
080500     DISPLAY 'PDDB0036 - SQL ERROR - PACKAGE ROLLED BACK'.
080600     DISPLAY 'SQLCODE = ' SQLCODE.
080700     EXEC SQL ROLLBACK END-EXEC.
080800     MOVE 16 TO RETURN-CODE.
080900     IF WB-0036-PKG-OPEN
081000         CLOSE CFGPKG-FILE
081100     END-IF.
081200     CLOSE RPTB036-FILE.
081300     GOBACK.
