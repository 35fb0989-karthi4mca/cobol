000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0051.
000300 AUTHOR.        ACS0658.
000400 INSTALLATION.  CLAIMS SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  MODIFICATION HISTORY                                         *
001000*                                                               *
001100*  DATE      INIT  DESCRIPTION                                  *
001200*  --------  ----  ----------------------------------------     *
001300*  10/15/26  ACS   NEW PROGRAM.  PRE-LOAD GATE FOR THE INBOUND  *
001400*                  FEEDS - ENROLLMENT (PDDB0008), COMPENDIUM    *
001500*                  (PDDB0009), SANCTIONS (PDDB0010), HOSPICE    *
001600*                  ELECTIONS (PDDB0018) AND THE LTC ROSTER      *
001700*                  (PDDB0020).  RUNS AS THE STEP BEFORE THE     *
001800*                  LOAD.  THE FILE'S HEADER, TRAILER, DATE AND  *
001900*                  SEQUENCE ARE CHECKED AGAINST THE LAST FILE   *
002000*                  LOADED AND ITS ADD/CHANGE/TERM COUNTS        *
002100*                  AGAINST THE TRAILING 30-DAY AVERAGE.  A FILE *
002200*                  THAT PASSES IS COPIED TO FEEDOUT FOR THE     *
002300*                  LOAD, RC 0.  A FILE THAT BREACHES A LIMIT IS *
002400*                  HELD ON G_FEED_LOAD_TB WITH AN OPERATOR      *
002500*                  ALERT, RC 8, UNTIL A SUPERVISOR RELEASES IT  *
002600*                  ON THE FEED RELEASE SCREEN (PDDM7601).  A    *
002700*                  FILE THAT IS NOT WHOLE, IS FOR ANOTHER FEED  *
002800*                  OR WAS LOADED BEFORE IS REJECTED, RC 12.     *
002900*                  FEEDOUT IS LEFT EMPTY UNLESS THE FILE        *
003000*                  PASSES; THE LOAD STEP IS BYPASSED ON RC 8.   *
003100*                                                               *
003200*****************************************************************
003300*                                                               *
003400*   FEEDPARM - ONE CARD: THE FEED IN COLUMNS 1-4 (ENRL, CMPD,   *
003500*   SANC, HSPC OR LTCR), AND 'RERUN' IN COLUMNS 6-10 WHEN A     *
003600*   FILE ALREADY PASSED IS BEING RUN AGAIN (A LOAD RESTART).    *
003700*                                                               *
003800*   FEEDIN - THE FILE AS RECEIVED: A HDR RECORD (FEED, FILE     *
003900*   DATE, SEQUENCE NUMBER, SENDER), THE DETAIL RECORDS EACH     *
004000*   BEHIND A DTL TYPE, AND A TRL RECORD WITH THE DETAIL COUNT.  *
004100*   FEEDOUT CARRIES THE DETAIL RECORDS WITHOUT THE TYPE, IN     *
004200*   THE LAYOUT THE LOAD PROGRAM READS.                          *
004300*                                                               *
004400*   HELD - A SEQUENCE NUMBER OTHER THAN THE LAST LOADED PLUS    *
004500*   ONE; A FILE DATE AFTER THE BUSINESS DATE OR NOT AFTER THE   *
004600*   LAST FILE LOADED; NO DETAIL RECORDS; ADDS, CHANGES OR       *
004700*   TERMS ABOVE THE LIMIT; FEWER DETAIL RECORDS THAN THE        *
004800*   LOWER LIMIT.  A HELD FILE RELEASED BY A SUPERVISOR PASSES   *
004900*   WHEN IT IS RUN AGAIN UNCHANGED.                             *
005000*                                                               *
005100*   LIST 7544 - ONE EFFECTIVE ROW PER CODE IN THE START LIMIT,  *
005200*   THE VALUE AS THREE DIGITS AT THE FRONT OF THE END LIMIT.    *
005300*   A CODE PREFIXED WITH THE FEED (ENRLTMUL) OVERRIDES THE      *
005400*   GENERAL ROW FOR THAT FEED.  A MISSING OR NON-NUMERIC ROW    *
005500*   TAKES THE DEFAULT SHOWN.                                    *
005600*                                                               *
005700*      AMUL   HOLD WHEN ADDS EXCEED THIS PCT OF AVERAGE    300  *
005800*      CMUL   HOLD WHEN CHANGES EXCEED THIS PCT OF AVERAGE 300  *
005900*      TMUL   HOLD WHEN TERMS EXCEED THIS PCT OF AVERAGE   300  *
006000*      LPCT   HOLD WHEN DETAILS FALL BELOW THIS PCT         50  *
006100*      MINF   FILES LOADED IN 30 DAYS BEFORE COMPARING       3  *
006200*      MINC   NO VOLUME HOLD AT OR UNDER THIS MANY RECORDS 100  *
006300*                                                               *
006400*****************************************************************
006500 ENVIRONMENT DIVISION.
006600 CONFIGURATION SECTION.
006700 SOURCE-COMPUTER.   IBM-370.
006800 OBJECT-COMPUTER.   IBM-370.
006900 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
007000 INPUT-OUTPUT SECTION.
007100 FILE-CONTROL.
007200     SELECT FEEDPARM-FILE ASSIGN TO FEEDPARM
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400     SELECT FEEDIN-FILE ASSIGN TO FEEDIN
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600     SELECT FEEDOUT-FILE ASSIGN TO FEEDOUT
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800     SELECT RPTB051-FILE ASSIGN TO RPTB051
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000*****************************************************************
008100*  DATA DIVISION                                                *
008200*****************************************************************
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  FEEDPARM-FILE.
008600 01  FP-PARM-REC.
008700     05  FP-FEED-TY-CD               PIC X(00004).
008800     05  FILLER                      PIC X(00001).
008900     05  FP-RERUN-TX                 PIC X(00005).
009000     05  FILLER                      PIC X(00070).
009100 FD  FEEDIN-FILE.
009200 01  FI-FEED-REC.
009300     05  FI-REC-TY                   PIC X(00003).
009400     05  FILLER                      PIC X(00197).
009500 01  FI-HEADER-REC.
009600     05  FILLER                      PIC X(00003).
009700     05  FI-HDR-FEED-TY-CD           PIC X(00004).
009800     05  FI-HDR-FILE-DT              PIC X(00010).
009900     05  FI-HDR-SEQ-NUM              PIC X(00009).
010000     05  FI-HDR-SEQ-NUM-9 REDEFINES FI-HDR-SEQ-NUM
010100                                     PIC 9(00009).
010200     05  FI-HDR-SNDR-ID              PIC X(00010).
010300     05  FILLER                      PIC X(00164).
010400 01  FI-DETAIL-REC.
010500     05  FILLER                      PIC X(00003).
010600     05  FI-DTL-DATA                 PIC X(00197).
010700*    THE FIELDS THE COUNTS ARE TAKEN FROM - THE ACTION CODE OF
010800*    THE ENROLLMENT AND HOSPICE RECORDS AND THE STATUS OF THE
010900*    COMPENDIUM RECORD AFTER ITS NDC.
011000     05  FI-DTL-VIEW REDEFINES FI-DTL-DATA.
011100         10  FI-DTL-ACTION-CD        PIC X(00001).
011200         10  FILLER                  PIC X(00010).
011300         10  FI-DTL-CMPD-STAT-CD     PIC X(00001).
011400         10  FILLER                  PIC X(00185).
011500 01  FI-TRAILER-REC.
011600     05  FILLER                      PIC X(00003).
011700     05  FI-TRL-REC-CNT              PIC X(00009).
011800     05  FI-TRL-REC-CNT-9 REDEFINES FI-TRL-REC-CNT
011900                                     PIC 9(00009).
012000     05  FILLER                      PIC X(00188).
012100 FD  FEEDOUT-FILE.
012200 01  FO-FEED-REC                     PIC X(00197).
012300 FD  RPTB051-FILE
012400     RECORDING MODE IS F.
012500 01  RPTB051-REC                     PIC X(00133).
012600*****************************************************************
012700*  WORKING-STORAGE SECTION                                     *
012800*****************************************************************
012900 WORKING-STORAGE SECTION.
013000 77  WB-0051-EOF-SW                  PIC X(00001) VALUE 'N'.
013100     88  WB-0051-EOF                 VALUE 'Y'.
013200 77  WB-0051-TRL-SW                  PIC X(00001) VALUE 'N'.
013300     88  WB-0051-TRL-SEEN            VALUE 'Y'.
013400 77  WB-0051-HDR-SW                  PIC X(00001) VALUE 'N'.
013500     88  WB-0051-HDR-OK              VALUE 'Y'.
013600 77  WB-0051-RERUN-SW                PIC X(00001) VALUE 'N'.
013700     88  WB-0051-RERUN               VALUE 'Y'.
013800 77  WB-0051-PRV-SW                  PIC X(00001) VALUE 'N'.
013900     88  WB-0051-PRV-ROW             VALUE 'Y'.
014000 77  WB-0051-LAST-SW                 PIC X(00001) VALUE 'N'.
014100     88  WB-0051-LAST-LOADED         VALUE 'Y'.
014200 77  WB-0051-BASE-SW                 PIC X(00001) VALUE 'N'.
014300     88  WB-0051-BASE-USABLE         VALUE 'Y'.
014400 77  WB-0051-KEEP-SW                 PIC X(00001) VALUE 'N'.
014500     88  WB-0051-KEEP-ROW            VALUE 'Y'.
014600 77  WB-0051-DCSN-CD                 PIC X(00001) VALUE SPACE.
014700     88  WB-0051-PASS                VALUE 'P'.
014800     88  WB-0051-HOLD                VALUE 'H'.
014900     88  WB-0051-REJECT              VALUE 'R'.
015000 77  WB-0051-FEED-TY-CD              PIC X(00004) VALUE SPACES.
015100     88  WB-0051-FEED-KNOWN          VALUE 'ENRL' 'CMPD' 'SANC'
015200                                           'HSPC' 'LTCR'.
015300 77  WB-0051-RJCT-TX                 PIC X(00060) VALUE SPACES.
015400 77  WB-0051-NOTE-TX                 PIC X(00060) VALUE SPACES.
015500 77  WB-0051-BRCH-TX                 PIC X(00060) VALUE SPACES.
015600 77  WB-0051-SEQ-TX                  PIC Z(00008)9.
015700 77  WB-0051-CNT-TX                  PIC Z(00008)9.
015800 77  WB-0051-READ-CNT                PIC S9(00009) COMP-3
015900                                     VALUE ZERO.
016000 77  WB-0051-TRL-CNT                 PIC S9(00009) COMP-3
016100                                     VALUE ZERO.
016200 77  WB-0051-WRITE-CNT               PIC S9(00009) COMP-3
016300                                     VALUE ZERO.
016400 77  WB-0051-NEXT-SEQ                PIC S9(00009) COMP-3
016500                                     VALUE ZERO.
016600 77  WB-0051-ADD-LMT                 PIC S9(00009) COMP-3
016700                                     VALUE ZERO.
016800 77  WB-0051-CHG-LMT                 PIC S9(00009) COMP-3
016900                                     VALUE ZERO.
017000 77  WB-0051-TERM-LMT                PIC S9(00009) COMP-3
017100                                     VALUE ZERO.
017200 77  WB-0051-DTL-LMT                 PIC S9(00009) COMP-3
017300                                     VALUE ZERO.
017400*    VOLUME LIMITS (LIST 7544, DEFAULTS BELOW).
017500 01  WB-0051-PARMS.
017600     05  WB-0051-ADD-PCT             PIC S9(00004) COMP
017700                                     VALUE +300.
017800     05  WB-0051-CHG-PCT             PIC S9(00004) COMP
017900                                     VALUE +300.
018000     05  WB-0051-TERM-PCT            PIC S9(00004) COMP
018100                                     VALUE +300.
018200     05  WB-0051-LOW-PCT             PIC S9(00004) COMP VALUE +50.
018300     05  WB-0051-MIN-FILES           PIC S9(00004) COMP VALUE +3.
018400     05  WB-0051-MIN-CNT             PIC S9(00004) COMP
018500                                     VALUE +100.
018600 01  WB-0051-LIST-CD.
018700     05  WB-0051-LIST-CD-1           PIC X(00004).
018800     05  WB-0051-LIST-CD-2           PIC X(00004).
018900     05  FILLER                      PIC X(00002).
019000 01  WB-0051-LIST-VAL.
019100     05  WB-0051-VAL-TX              PIC X(00003).
019200     05  WB-0051-VAL-NUM REDEFINES WB-0051-VAL-TX
019300                                     PIC 9(00003).
019400     05  FILLER                      PIC X(00007).
019500*    HEADER FILE DATE, YYYY-MM-DD.
019600 01  WB-0051-FILE-DT.
019700     05  WB-0051-FILE-YYYY           PIC X(00004).
019800     05  WB-0051-FILE-SEP-1          PIC X(00001).
019900     05  WB-0051-FILE-MM             PIC X(00002).
020000     05  WB-0051-FILE-MM-9 REDEFINES WB-0051-FILE-MM
020100                                     PIC 9(00002).
020200     05  WB-0051-FILE-SEP-2          PIC X(00001).
020300     05  WB-0051-FILE-DD             PIC X(00002).
020400     05  WB-0051-FILE-DD-9 REDEFINES WB-0051-FILE-DD
020500                                     PIC 9(00002).
020600*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
020700     COPY WKC90040.
020800*****************************************************************
020900*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CURSOR              *
021000*****************************************************************
021100     EXEC SQL INCLUDE SQLCA END-EXEC.
021200     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
021300     COPY GLFDLDTB.
021400 01  WH-0051-HOST-VARS.
021500     05  WH-0051-BUS-DT              PIC X(00010).
021600     05  WH-0051-LIST-CD             PIC X(00010).
021700     05  WH-0051-LIST-VAL            PIC X(00010).
021800     05  WH-0051-PRV-STAT-CD         PIC X(00001).
021900     05  WH-0051-PRV-FILE-DT         PIC X(00010).
022000     05  WH-0051-PRV-DTL-CNT         PIC S9(00009) COMP-3.
022100     05  WH-0051-PRV-ADD-CNT         PIC S9(00009) COMP-3.
022200     05  WH-0051-PRV-CHG-CNT         PIC S9(00009) COMP-3.
022300     05  WH-0051-PRV-TERM-CNT        PIC S9(00009) COMP-3.
022400     05  WH-0051-PRV-APRV-USER-ID    PIC X(00008).
022500     05  WH-0051-PRV-APRV-TS         PIC X(00026).
022600     05  WH-0051-PRV-APRV-RSN-TX     PIC X(00060).
022700     05  WH-0051-LAST-SEQ-NUM        PIC S9(00009) COMP-3.
022800     05  WH-0051-LAST-FILE-DT        PIC X(00010).
022900     05  WH-0051-BASE-CNT            PIC S9(00009) COMP.
023000     EXEC SQL END DECLARE SECTION END-EXEC.
023100*    THE VOLUME LIMITS - GENERAL ROWS FIRST SO THAT A FEED'S OWN
023200*    ROW IS APPLIED OVER THEM.
023300     EXEC SQL
023400         DECLARE B0051PRM CURSOR FOR
023500         SELECT G_LIST_STRT_LMT, G_LIST_END_LMT
023600           FROM G_LIST_DTL_TB
023700          WHERE G_LIST_SUBSYS_CD   = 'C'
023800            AND G_LIST_NUM         = '7544'
023900            AND G_LIST_EFF_STRT_DT <= TO_DATE(:WH-0051-BUS-DT,
024000                                              'YYYY-MM-DD')
024100            AND G_LIST_EFF_END_DT  >= TO_DATE(:WH-0051-BUS-DT,
024200                                              'YYYY-MM-DD')
024300          ORDER BY LENGTH(RTRIM(G_LIST_STRT_LMT)),
024400                   G_LIST_STRT_LMT
024500     END-EXEC.
024600*****************************************************************
024700*  REPORT LINE LAYOUTS                                         *
024800*****************************************************************
024900 01  RL-0051-HDG1.
025000     05  FILLER                      PIC X(00001) VALUE SPACE.
025100     05  FILLER                      PIC X(00050) VALUE
025200         'PDDB0051 - INBOUND FEED PRE-LOAD CHECK'.
025300     05  FILLER                      PIC X(00016)
025400                                     VALUE 'BUSINESS DATE '.
025500     05  RL-0051-H-BUS-DT            PIC X(00010).
025600 01  RL-0051-HDG2.
025700     05  FILLER                      PIC X(00001) VALUE SPACE.
025800     05  FILLER                      PIC X(00006) VALUE 'FEED'.
025900     05  RL-0051-H-FEED-TY-CD        PIC X(00006).
026000     05  FILLER                      PIC X(00011)
026100                                     VALUE 'FILE DATE'.
026200     05  RL-0051-H-FILE-DT           PIC X(00012).
026300     05  FILLER                      PIC X(00010)
026400                                     VALUE 'SEQUENCE'.
026500     05  RL-0051-H-SEQ-NUM           PIC X(00011).
026600     05  FILLER                      PIC X(00008) VALUE 'SENDER'.
026700     05  RL-0051-H-SNDR-ID           PIC X(00010).
026800 01  RL-0051-HDG3.
026900     05  FILLER                      PIC X(00001) VALUE SPACE.
027000     05  FILLER                      PIC X(00016) VALUE SPACES.
027100     05  FILLER                      PIC X(00013)
027200                                     VALUE '    THIS FILE'.
027300     05  FILLER                      PIC X(00016)
027400                                     VALUE '  30-DAY AVERAGE'.
027500     05  FILLER                      PIC X(00013)
027600                                     VALUE '        LIMIT'.
027700 01  RL-0051-TBL-LINE.
027800     05  FILLER                      PIC X(00001) VALUE SPACE.
027900     05  RL-0051-T-LABEL             PIC X(00016).
028000     05  FILLER                      PIC X(00002) VALUE SPACES.
028100     05  RL-0051-T-CNT               PIC ZZZ,ZZZ,ZZ9.
028200     05  FILLER                      PIC X(00002) VALUE SPACES.
028300     05  RL-0051-T-AVG               PIC ZZZ,ZZZ,ZZ9.99.
028400     05  RL-0051-T-AVG-X REDEFINES RL-0051-T-AVG
028500                                     PIC X(00014).
028600     05  FILLER                      PIC X(00002) VALUE SPACES.
028700     05  RL-0051-T-LMT               PIC ZZZ,ZZZ,ZZ9.
028800     05  RL-0051-T-LMT-X REDEFINES RL-0051-T-LMT
028900                                     PIC X(00011).
029000     05  FILLER                      PIC X(00002) VALUE SPACES.
029100     05  RL-0051-T-LMT-TX            PIC X(00012).
029200 01  RL-0051-MSG-LINE.
029300     05  FILLER                      PIC X(00001) VALUE SPACE.
029400     05  RL-0051-M-LABEL             PIC X(00012).
029500     05  RL-0051-M-TX                PIC X(00060).
029600*****************************************************************
029700*  PROCEDURE DIVISION                                          *
029800*****************************************************************
029900 PROCEDURE DIVISION.
030000 0000-MAINLINE.
030100     PERFORM 1000-INITIALIZE
030200         THRU 1000-INITIALIZE-EXIT.
030300     PERFORM 1100-LOAD-PARMS
030400         THRU 1100-LOAD-PARMS-EXIT.
030500     PERFORM 1200-CHECK-FILE
030600         THRU 1200-CHECK-FILE-EXIT.
030700     IF WB-0051-HDR-OK
030800         PERFORM 2000-PRIOR-FILES
030900             THRU 2000-PRIOR-FILES-EXIT
031000     END-IF.
031100     PERFORM 3000-DECIDE
031200         THRU 3000-DECIDE-EXIT.
031300     EVALUATE TRUE
031400       WHEN WB-0051-PASS
031500         PERFORM 7000-PASS-FILE
031600             THRU 7000-PASS-FILE-EXIT
031700       WHEN WB-0051-HOLD
031800         PERFORM 6000-HOLD-FILE
031900             THRU 6000-HOLD-FILE-EXIT
032000       WHEN OTHER
032100         PERFORM 5000-REJECT-FILE
032200             THRU 5000-REJECT-FILE-EXIT
032300     END-EVALUATE.
032400     CLOSE RPTB051-FILE.
032500     GOBACK.
032600*****************************************************************
032700*    1000-INITIALIZE - THE BUSINESS DAY AND THE FEED CARD       *
032800*****************************************************************
032900 1000-INITIALIZE.
033000     MOVE 'PDDB0051'             TO WK-9004-PGM-ID.
033100     MOVE SPACES                 TO WK-9004-OVRD-DT.
033200     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
033300     IF WK-9004-NO-BUS-DT
033400         DISPLAY 'PDDB0051 - NO BUSINESS PROCESSING DATE'
033500         MOVE 16 TO RETURN-CODE
033600         GOBACK
033700     END-IF.
033800     MOVE WK-9004-BUS-DT         TO WH-0051-BUS-DT
033900                                    RL-0051-H-BUS-DT.
034000     MOVE SPACES                 TO FP-PARM-REC.
034100     OPEN INPUT FEEDPARM-FILE.
034200     READ FEEDPARM-FILE
034300         AT END MOVE SPACES TO FP-PARM-REC
034400     END-READ.
034500     CLOSE FEEDPARM-FILE.
034600     MOVE FP-FEED-TY-CD          TO WB-0051-FEED-TY-CD.
034700     IF NOT WB-0051-FEED-KNOWN
034800         DISPLAY 'PDDB0051 - FEEDPARM FEED NOT KNOWN: '
034900                 FP-FEED-TY-CD
035000         MOVE 16 TO RETURN-CODE
035100         GOBACK
035200     END-IF.
035300     IF FP-RERUN-TX = 'RERUN'
035400         SET WB-0051-RERUN       TO TRUE
035500     END-IF.
035600     OPEN OUTPUT RPTB051-FILE.
035700     WRITE RPTB051-REC FROM RL-0051-HDG1
035800         BEFORE ADVANCING TO-NEW-PAGE.
035900 1000-INITIALIZE-EXIT.
036000     EXIT.
036100*****************************************************************
036200*    1100-LOAD-PARMS - LIST 7544 OVER THE DEFAULTS.  A ROW FOR  *
036300*    ANOTHER FEED IS PASSED OVER.                               *
036400*****************************************************************
036500 1100-LOAD-PARMS.
036600     EXEC SQL
036700         OPEN B0051PRM
036800     END-EXEC.
036900     IF SQLCODE NOT = 0
037000         GO TO 9999-SQL-ERROR
037100     END-IF.
037200     PERFORM 1110-ONE-PARM
037300         THRU 1110-ONE-PARM-EXIT
037400         UNTIL WB-0051-EOF.
037500     EXEC SQL
037600         CLOSE B0051PRM
037700     END-EXEC.
037800     MOVE 'N'                    TO WB-0051-EOF-SW.
037900     IF WB-0051-MIN-FILES < 1
038000         DISPLAY 'PDDB0051 - LIST 7544 MINF ZERO, 1 USED'
038100         MOVE 1                  TO WB-0051-MIN-FILES
038200     END-IF.
038300 1100-LOAD-PARMS-EXIT.
038400     EXIT.
038500*****************************************************************
038600*    1110-ONE-PARM                                              *
038700*****************************************************************
038800 1110-ONE-PARM.
038900     EXEC SQL
039000         FETCH B0051PRM
039100         INTO :WH-0051-LIST-CD,
039200              :WH-0051-LIST-VAL
039300     END-EXEC.
039400     EVALUATE SQLCODE
039500       WHEN 0
039600         CONTINUE
039700       WHEN 100
039800         SET WB-0051-EOF         TO TRUE
039900         GO TO 1110-ONE-PARM-EXIT
040000       WHEN OTHER
040100         GO TO 9999-SQL-ERROR
040200     END-EVALUATE.
040300     MOVE WH-0051-LIST-CD        TO WB-0051-LIST-CD.
040400     IF WB-0051-LIST-CD-2 NOT = SPACES
040500         IF WB-0051-LIST-CD-1 NOT = WB-0051-FEED-TY-CD
040600             GO TO 1110-ONE-PARM-EXIT
040700         END-IF
040800         MOVE WB-0051-LIST-CD-2  TO WB-0051-LIST-CD-1
040900     END-IF.
041000     MOVE WH-0051-LIST-VAL       TO WB-0051-LIST-VAL.
041100     IF WB-0051-VAL-TX NOT NUMERIC
041200         DISPLAY 'PDDB0051 - LIST 7544 ' WH-0051-LIST-CD
041300                 ' NOT NUMERIC, DEFAULT USED'
041400         GO TO 1110-ONE-PARM-EXIT
041500     END-IF.
041600     EVALUATE WB-0051-LIST-CD-1
041700       WHEN 'AMUL'
041800         MOVE WB-0051-VAL-NUM    TO WB-0051-ADD-PCT
041900       WHEN 'CMUL'
042000         MOVE WB-0051-VAL-NUM    TO WB-0051-CHG-PCT
042100       WHEN 'TMUL'
042200         MOVE WB-0051-VAL-NUM    TO WB-0051-TERM-PCT
042300       WHEN 'LPCT'
042400         MOVE WB-0051-VAL-NUM    TO WB-0051-LOW-PCT
042500       WHEN 'MINF'
042600         MOVE WB-0051-VAL-NUM    TO WB-0051-MIN-FILES
042700       WHEN 'MINC'
042800         MOVE WB-0051-VAL-NUM    TO WB-0051-MIN-CNT
042900       WHEN OTHER
043000         DISPLAY 'PDDB0051 - LIST 7544 CODE NOT KNOWN: '
043100                 WH-0051-LIST-CD
043200     END-EVALUATE.
043300 1110-ONE-PARM-EXIT.
043400     EXIT.
043500*****************************************************************
043600*    1200-CHECK-FILE - FIRST PASS: HEADER FIRST AND FOR THIS    *
043700*    FEED, TRAILER LAST, THE TRAILER'S COUNT AGREEING WITH THE  *
043800*    DETAIL RECORDS, AND THE DETAILS COUNTED BY ACTION          *
043900*****************************************************************
044000 1200-CHECK-FILE.
044100     MOVE WB-0051-FEED-TY-CD     TO GLFDLDTB-G-FEED-TY-CD
044200                                    RL-0051-H-FEED-TY-CD.
044300     MOVE ZERO                   TO GLFDLDTB-G-FILE-SEQ-NUM
044400                                    GLFDLDTB-G-DTL-CNT
044500                                    GLFDLDTB-G-ADD-CNT
044600                                    GLFDLDTB-G-CHG-CNT
044700                                    GLFDLDTB-G-TERM-CNT
044800                                    GLFDLDTB-G-OTH-CNT
044900                                    GLFDLDTB-G-AVG-DTL-AMT
045000                                    GLFDLDTB-G-AVG-ADD-AMT
045100                                    GLFDLDTB-G-AVG-CHG-AMT
045200                                    GLFDLDTB-G-AVG-TERM-AMT
045300                                    GLFDLDTB-G-BRCH-CNT.
045400     MOVE SPACES                 TO GLFDLDTB-G-FILE-DT
045500                                    GLFDLDTB-G-HOLD-RSN-TX
045600                                    GLFDLDTB-G-APRV-USER-ID
045700                                    GLFDLDTB-G-APRV-TS
045800                                    GLFDLDTB-G-APRV-RSN-TX.
045900     MOVE WH-0051-BUS-DT         TO GLFDLDTB-G-BUS-DT.
046000     OPEN INPUT FEEDIN-FILE.
046100     PERFORM 2100-READ-NEXT
046200         THRU 2100-READ-NEXT-EXIT.
046300     IF WB-0051-EOF
046400        OR FI-REC-TY NOT = 'HDR'
046500         MOVE 'NO HEADER RECORD'  TO WB-0051-RJCT-TX
046600         GO TO 1200-CHECK-FILE-CLOSE
046700     END-IF.
046800     MOVE FI-HDR-FILE-DT         TO RL-0051-H-FILE-DT.
046900     MOVE FI-HDR-SEQ-NUM         TO RL-0051-H-SEQ-NUM.
047000     MOVE FI-HDR-SNDR-ID         TO RL-0051-H-SNDR-ID.
047100     IF FI-HDR-FEED-TY-CD NOT = WB-0051-FEED-TY-CD
047200         MOVE 'HEADER IS FOR ANOTHER FEED'  TO WB-0051-RJCT-TX
047300         GO TO 1200-CHECK-FILE-CLOSE
047400     END-IF.
047500     MOVE FI-HDR-FILE-DT         TO WB-0051-FILE-DT.
047600     IF FI-HDR-SEQ-NUM NOT NUMERIC
047700        OR FI-HDR-SEQ-NUM-9 = ZERO
047800        OR WB-0051-FILE-YYYY NOT NUMERIC
047900        OR WB-0051-FILE-MM   NOT NUMERIC
048000        OR WB-0051-FILE-DD   NOT NUMERIC
048100        OR WB-0051-FILE-SEP-1 NOT = '-'
048200        OR WB-0051-FILE-SEP-2 NOT = '-'
048300        OR WB-0051-FILE-MM-9 < 1 OR WB-0051-FILE-MM-9 > 12
048400        OR WB-0051-FILE-DD-9 < 1 OR WB-0051-FILE-DD-9 > 31
048500         MOVE 'HEADER SEQUENCE OR FILE DATE UNREADABLE'
048600                                 TO WB-0051-RJCT-TX
048700         GO TO 1200-CHECK-FILE-CLOSE
048800     END-IF.
048900     SET WB-0051-HDR-OK          TO TRUE.
049000     MOVE FI-HDR-SEQ-NUM-9       TO GLFDLDTB-G-FILE-SEQ-NUM.
049100     MOVE FI-HDR-FILE-DT         TO GLFDLDTB-G-FILE-DT.
049200     PERFORM 1300-CHECK-ONE
049300         THRU 1300-CHECK-ONE-EXIT
049400         UNTIL WB-0051-EOF.
049500     IF WB-0051-RJCT-TX NOT = SPACES
049600         GO TO 1200-CHECK-FILE-CLOSE
049700     END-IF.
049800     IF NOT WB-0051-TRL-SEEN
049900         MOVE 'NO TRAILER RECORD'  TO WB-0051-RJCT-TX
050000         GO TO 1200-CHECK-FILE-CLOSE
050100     END-IF.
050200     IF WB-0051-TRL-CNT NOT = GLFDLDTB-G-DTL-CNT
050300         MOVE WB-0051-TRL-CNT    TO WB-0051-CNT-TX
050400         MOVE GLFDLDTB-G-DTL-CNT TO WB-0051-SEQ-TX
050500         STRING 'TRAILER COUNT ' DELIMITED BY SIZE
050600                WB-0051-CNT-TX    DELIMITED BY SIZE
050700                ' BUT RECORDS '   DELIMITED BY SIZE
050800                WB-0051-SEQ-TX    DELIMITED BY SIZE
050900             INTO WB-0051-RJCT-TX
051000         END-STRING
051100     END-IF.
051200 1200-CHECK-FILE-CLOSE.
051300     CLOSE FEEDIN-FILE.
051400 1200-CHECK-FILE-EXIT.
051500     EXIT.
051600*****************************************************************
051700*    1300-CHECK-ONE - ONE RECORD OF THE FIRST PASS.  NOTHING    *
051800*    MAY FOLLOW THE TRAILER.                                    *
051900*****************************************************************
052000 1300-CHECK-ONE.
052100     PERFORM 2100-READ-NEXT
052200         THRU 2100-READ-NEXT-EXIT.
052300     IF WB-0051-EOF
052400         GO TO 1300-CHECK-ONE-EXIT
052500     END-IF.
052600     IF WB-0051-TRL-SEEN
052700         MOVE 'RECORDS AFTER THE TRAILER'  TO WB-0051-RJCT-TX
052800         SET WB-0051-EOF         TO TRUE
052900         GO TO 1300-CHECK-ONE-EXIT
053000     END-IF.
053100     EVALUATE FI-REC-TY
053200       WHEN 'TRL'
053300         SET WB-0051-TRL-SEEN    TO TRUE
053400         IF FI-TRL-REC-CNT NOT NUMERIC
053500             MOVE 'TRAILER RECORD UNREADABLE'  TO WB-0051-RJCT-TX
053600             SET WB-0051-EOF     TO TRUE
053700         ELSE
053800             MOVE FI-TRL-REC-CNT-9 TO WB-0051-TRL-CNT
053900         END-IF
054000       WHEN 'DTL'
054100         ADD 1                   TO GLFDLDTB-G-DTL-CNT
054200         PERFORM 1400-COUNT-DETAIL
054300             THRU 1400-COUNT-DETAIL-EXIT
054400       WHEN OTHER
054500         MOVE 'RECORD OF UNKNOWN TYPE IN FILE'  TO WB-0051-RJCT-TX
054600         SET WB-0051-EOF         TO TRUE
054700     END-EVALUATE.
054800 1300-CHECK-ONE-EXIT.
054900     EXIT.
055000*****************************************************************
055100*    1400-COUNT-DETAIL - ADD, CHANGE OR TERM BY THE FEED'S OWN  *
055200*    CODES.  THE SANCTION AND ROSTER FILES ARE FULL             *
055300*    REPLACEMENTS AND ARE COUNTED AS DETAIL ONLY.               *
055400*****************************************************************
055500 1400-COUNT-DETAIL.
055600     EVALUATE WB-0051-FEED-TY-CD
055700       WHEN 'ENRL'
055800         EVALUATE FI-DTL-ACTION-CD
055900           WHEN 'A'
056000               ADD 1 TO GLFDLDTB-G-ADD-CNT
056100           WHEN 'C'
056200               ADD 1 TO GLFDLDTB-G-CHG-CNT
056300           WHEN 'T'
056400               ADD 1 TO GLFDLDTB-G-TERM-CNT
056500           WHEN OTHER
056600               ADD 1 TO GLFDLDTB-G-OTH-CNT
056700         END-EVALUATE
056800       WHEN 'HSPC'
056900         EVALUATE FI-DTL-ACTION-CD
057000           WHEN 'A'
057100               ADD 1 TO GLFDLDTB-G-ADD-CNT
057200           WHEN 'C'
057300               ADD 1 TO GLFDLDTB-G-CHG-CNT
057400           WHEN 'R'
057500               ADD 1 TO GLFDLDTB-G-TERM-CNT
057600           WHEN OTHER
057700               ADD 1 TO GLFDLDTB-G-OTH-CNT
057800         END-EVALUATE
057900       WHEN 'CMPD'
058000         IF FI-DTL-CMPD-STAT-CD = 'T'
058100             ADD 1 TO GLFDLDTB-G-TERM-CNT
058200         ELSE
058300             ADD 1 TO GLFDLDTB-G-CHG-CNT
058400         END-IF
058500       WHEN OTHER
058600         ADD 1 TO GLFDLDTB-G-OTH-CNT
058700     END-EVALUATE.
058800 1400-COUNT-DETAIL-EXIT.
058900     EXIT.
059000*****************************************************************
059100*    2000-PRIOR-FILES - THIS FILE'S OWN ROW FROM AN EARLIER     *
059200*    RUN, THE LAST FILE LOADED ON THE FEED, AND THE AVERAGES    *
059300*    OF THE FILES LOADED IN THE LAST 30 DAYS                    *
059400*****************************************************************
059500 2000-PRIOR-FILES.
059600     EXEC SQL
059700         SELECT G_FEED_STAT_CD, G_FILE_DT, G_DTL_CNT,
059800                G_ADD_CNT, G_CHG_CNT, G_TERM_CNT,
059900                G_APRV_USER_ID, G_APRV_TS, G_APRV_RSN_TX
060000           INTO :WH-0051-PRV-STAT-CD,
060100                :WH-0051-PRV-FILE-DT,
060200                :WH-0051-PRV-DTL-CNT,
060300                :WH-0051-PRV-ADD-CNT,
060400                :WH-0051-PRV-CHG-CNT,
060500                :WH-0051-PRV-TERM-CNT,
060600                :WH-0051-PRV-APRV-USER-ID,
060700                :WH-0051-PRV-APRV-TS,
060800                :WH-0051-PRV-APRV-RSN-TX
060900           FROM G_FEED_LOAD_TB
061000          WHERE G_FEED_TY_CD   = :GLFDLDTB-G-FEED-TY-CD
061100            AND G_FILE_SEQ_NUM = :GLFDLDTB-G-FILE-SEQ-NUM
061200     END-EXEC.
061300     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
061400         GO TO 9999-SQL-ERROR
061500     END-IF.
061600     IF SQLCODE = 0
061700         SET WB-0051-PRV-ROW     TO TRUE
061800     END-IF.
061900     EXEC SQL
062000         SELECT G_FILE_SEQ_NUM, G_FILE_DT
062100           INTO :WH-0051-LAST-SEQ-NUM,
062200                :WH-0051-LAST-FILE-DT
062300           FROM G_FEED_LOAD_TB
062400          WHERE G_FEED_TY_CD   = :GLFDLDTB-G-FEED-TY-CD
062500            AND G_FEED_STAT_CD = 'L'
062600            AND G_FILE_SEQ_NUM =
062700                (SELECT MAX(G_FILE_SEQ_NUM)
062800                   FROM G_FEED_LOAD_TB
062900                  WHERE G_FEED_TY_CD   = :GLFDLDTB-G-FEED-TY-CD
063000                    AND G_FEED_STAT_CD = 'L')
063100     END-EXEC.
063200     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
063300         GO TO 9999-SQL-ERROR
063400     END-IF.
063500     IF SQLCODE = 0
063600         SET WB-0051-LAST-LOADED TO TRUE
063700     END-IF.
063800     EXEC SQL
063900         SELECT COUNT(*),
064000                NVL(ROUND(AVG(G_DTL_CNT), 2), 0),
064100                NVL(ROUND(AVG(G_ADD_CNT), 2), 0),
064200                NVL(ROUND(AVG(G_CHG_CNT), 2), 0),
064300                NVL(ROUND(AVG(G_TERM_CNT), 2), 0)
064400           INTO :WH-0051-BASE-CNT,
064500                :GLFDLDTB-G-AVG-DTL-AMT,
064600                :GLFDLDTB-G-AVG-ADD-AMT,
064700                :GLFDLDTB-G-AVG-CHG-AMT,
064800                :GLFDLDTB-G-AVG-TERM-AMT
064900           FROM G_FEED_LOAD_TB
065000          WHERE G_FEED_TY_CD   = :GLFDLDTB-G-FEED-TY-CD
065100            AND G_FEED_STAT_CD = 'L'
065200            AND G_BUS_DT       >
065300                TO_CHAR(TO_DATE(:WH-0051-BUS-DT, 'YYYY-MM-DD')
065400                        - 30, 'YYYY-MM-DD')
065500            AND G_FILE_SEQ_NUM <> :GLFDLDTB-G-FILE-SEQ-NUM
065600     END-EXEC.
065700     IF SQLCODE NOT = 0
065800         GO TO 9999-SQL-ERROR
065900     END-IF.
066000     IF WH-0051-BASE-CNT NOT < WB-0051-MIN-FILES
066100         SET WB-0051-BASE-USABLE TO TRUE
066200         COMPUTE WB-0051-ADD-LMT ROUNDED =
066300             GLFDLDTB-G-AVG-ADD-AMT * WB-0051-ADD-PCT / 100
066400         COMPUTE WB-0051-CHG-LMT ROUNDED =
066500             GLFDLDTB-G-AVG-CHG-AMT * WB-0051-CHG-PCT / 100
066600         COMPUTE WB-0051-TERM-LMT ROUNDED =
066700             GLFDLDTB-G-AVG-TERM-AMT * WB-0051-TERM-PCT / 100
066800         COMPUTE WB-0051-DTL-LMT ROUNDED =
066900             GLFDLDTB-G-AVG-DTL-AMT * WB-0051-LOW-PCT / 100
067000         IF WB-0051-ADD-LMT < WB-0051-MIN-CNT
067100             MOVE WB-0051-MIN-CNT TO WB-0051-ADD-LMT
067200         END-IF
067300         IF WB-0051-CHG-LMT < WB-0051-MIN-CNT
067400             MOVE WB-0051-MIN-CNT TO WB-0051-CHG-LMT
067500         END-IF
067600         IF WB-0051-TERM-LMT < WB-0051-MIN-CNT
067700             MOVE WB-0051-MIN-CNT TO WB-0051-TERM-LMT
067800         END-IF
067900     END-IF.
068000 2000-PRIOR-FILES-EXIT.
068100     EXIT.
068200*****************************************************************
068300*    2100-READ-NEXT                                             *
068400*****************************************************************
068500 2100-READ-NEXT.
068600     READ FEEDIN-FILE
068700         AT END SET WB-0051-EOF TO TRUE
068800         NOT AT END ADD 1 TO WB-0051-READ-CNT
068900     END-READ.
069000 2100-READ-NEXT-EXIT.
069100     EXIT.
069200*****************************************************************
069300*    3000-DECIDE - REJECT A FILE THAT IS NOT WHOLE OR WAS       *
069400*    LOADED BEFORE, PASS A RELEASED FILE RUN AGAIN UNCHANGED,   *
069500*    OTHERWISE HOLD ON ANY BREACH AND PASS ON NONE              *
069600*****************************************************************
069700 3000-DECIDE.
069800     WRITE RPTB051-REC FROM RL-0051-HDG2
069900         AFTER ADVANCING 1 LINE.
070000     PERFORM 3100-PRINT-COUNTS
070100         THRU 3100-PRINT-COUNTS-EXIT.
070200     IF WB-0051-RJCT-TX NOT = SPACES
070300         SET WB-0051-REJECT      TO TRUE
070400         GO TO 3000-DECIDE-EXIT
070500     END-IF.
070600     IF WB-0051-PRV-ROW
070700        AND WH-0051-PRV-STAT-CD = 'L'
070800         SET WB-0051-KEEP-ROW    TO TRUE
070900         IF WB-0051-RERUN
071000            AND WH-0051-PRV-FILE-DT = GLFDLDTB-G-FILE-DT
071100            AND WH-0051-PRV-DTL-CNT = GLFDLDTB-G-DTL-CNT
071200             MOVE 'RERUN OF A FILE ALREADY PASSED TO THE LOAD'
071300                                 TO WB-0051-NOTE-TX
071400             SET WB-0051-PASS    TO TRUE
071500         ELSE
071600             MOVE 'FILE SEQUENCE ALREADY LOADED'
071700                                 TO WB-0051-RJCT-TX
071800             SET WB-0051-REJECT  TO TRUE
071900         END-IF
072000         GO TO 3000-DECIDE-EXIT
072100     END-IF.
072200     IF WB-0051-PRV-ROW
072300        AND WH-0051-PRV-STAT-CD = 'A'
072400        AND WH-0051-PRV-FILE-DT  = GLFDLDTB-G-FILE-DT
072500        AND WH-0051-PRV-DTL-CNT  = GLFDLDTB-G-DTL-CNT
072600        AND WH-0051-PRV-ADD-CNT  = GLFDLDTB-G-ADD-CNT
072700        AND WH-0051-PRV-CHG-CNT  = GLFDLDTB-G-CHG-CNT
072800        AND WH-0051-PRV-TERM-CNT = GLFDLDTB-G-TERM-CNT
072900         MOVE WH-0051-PRV-APRV-USER-ID TO GLFDLDTB-G-APRV-USER-ID
073000         MOVE WH-0051-PRV-APRV-TS      TO GLFDLDTB-G-APRV-TS
073100         MOVE WH-0051-PRV-APRV-RSN-TX  TO GLFDLDTB-G-APRV-RSN-TX
073200         STRING 'RELEASED BY '          DELIMITED BY SIZE
073300                WH-0051-PRV-APRV-USER-ID DELIMITED BY SPACE
073400                ' AT '                  DELIMITED BY SIZE
073500                WH-0051-PRV-APRV-TS     DELIMITED BY SIZE
073600             INTO WB-0051-NOTE-TX
073700         END-STRING
073800         SET WB-0051-PASS        TO TRUE
073900         GO TO 3000-DECIDE-EXIT
074000     END-IF.
074100     PERFORM 3200-SEQ-DATE-CHECKS
074200         THRU 3200-SEQ-DATE-CHECKS-EXIT.
074300     PERFORM 3300-VOLUME-CHECKS
074400         THRU 3300-VOLUME-CHECKS-EXIT.
074500     IF GLFDLDTB-G-BRCH-CNT > ZERO
074600         SET WB-0051-HOLD        TO TRUE
074700     ELSE
074800         SET WB-0051-PASS        TO TRUE
074900     END-IF.
075000 3000-DECIDE-EXIT.
075100     EXIT.
075200*****************************************************************
075300*    3100-PRINT-COUNTS - THIS FILE'S COUNTS AGAINST THE 30-DAY  *
075400*    AVERAGES AND THE LIMITS DERIVED FROM THEM                  *
075500*****************************************************************
075600 3100-PRINT-COUNTS.
075700     WRITE RPTB051-REC FROM RL-0051-HDG3
075800         AFTER ADVANCING 2 LINES.
075900     MOVE 'DETAIL RECORDS'       TO RL-0051-T-LABEL.
076000     MOVE GLFDLDTB-G-DTL-CNT     TO RL-0051-T-CNT.
076100     MOVE GLFDLDTB-G-AVG-DTL-AMT TO RL-0051-T-AVG.
076200     MOVE WB-0051-DTL-LMT        TO RL-0051-T-LMT.
076300     MOVE 'HOLD BELOW'           TO RL-0051-T-LMT-TX.
076400     PERFORM 3150-PRINT-ONE
076500         THRU 3150-PRINT-ONE-EXIT.
076600     MOVE '  ADDS'               TO RL-0051-T-LABEL.
076700     MOVE GLFDLDTB-G-ADD-CNT     TO RL-0051-T-CNT.
076800     MOVE GLFDLDTB-G-AVG-ADD-AMT TO RL-0051-T-AVG.
076900     MOVE WB-0051-ADD-LMT        TO RL-0051-T-LMT.
077000     MOVE 'HOLD ABOVE'           TO RL-0051-T-LMT-TX.
077100     PERFORM 3150-PRINT-ONE
077200         THRU 3150-PRINT-ONE-EXIT.
077300     MOVE '  CHANGES'            TO RL-0051-T-LABEL.
077400     MOVE GLFDLDTB-G-CHG-CNT     TO RL-0051-T-CNT.
077500     MOVE GLFDLDTB-G-AVG-CHG-AMT TO RL-0051-T-AVG.
077600     MOVE WB-0051-CHG-LMT        TO RL-0051-T-LMT.
077700     PERFORM 3150-PRINT-ONE
077800         THRU 3150-PRINT-ONE-EXIT.
077900     MOVE '  TERMS'              TO RL-0051-T-LABEL.
078000     MOVE GLFDLDTB-G-TERM-CNT    TO RL-0051-T-CNT.
078100     MOVE GLFDLDTB-G-AVG-TERM-AMT TO RL-0051-T-AVG.
078200     MOVE WB-0051-TERM-LMT       TO RL-0051-T-LMT.
078300     PERFORM 3150-PRINT-ONE
078400         THRU 3150-PRINT-ONE-EXIT.
078500     MOVE '  OTHER'              TO RL-0051-T-LABEL.
078600     MOVE GLFDLDTB-G-OTH-CNT     TO RL-0051-T-CNT.
078700     MOVE SPACES                 TO RL-0051-T-AVG-X
078800                                    RL-0051-T-LMT-X
078900                                    RL-0051-T-LMT-TX.
079000     WRITE RPTB051-REC FROM RL-0051-TBL-LINE
079100         AFTER ADVANCING 1 LINE.
079200     IF WB-0051-HDR-OK
079300        AND NOT WB-0051-BASE-USABLE
079400         MOVE WH-0051-BASE-CNT   TO WB-0051-CNT-TX
079500         MOVE 'NOTE'             TO RL-0051-M-LABEL
079600         STRING 'VOLUME NOT COMPARED - FILES LOADED IN 30 DAYS'
079700                                 DELIMITED BY SIZE
079800                WB-0051-CNT-TX   DELIMITED BY SIZE
079900             INTO RL-0051-M-TX
080000         END-STRING
080100         WRITE RPTB051-REC FROM RL-0051-MSG-LINE
080200             AFTER ADVANCING 2 LINES
080300     END-IF.
080400 3100-PRINT-COUNTS-EXIT.
080500     EXIT.
080600*****************************************************************
080700*    3150-PRINT-ONE - ONE LINE OF THE TABLE; NO AVERAGE OR      *
080800*    LIMIT IS SHOWN WITHOUT A USABLE 30-DAY BASE                *
080900*****************************************************************
081000 3150-PRINT-ONE.
081100     IF NOT WB-0051-BASE-USABLE
081200         MOVE SPACES             TO RL-0051-T-AVG-X
081300                                    RL-0051-T-LMT-X
081400                                    RL-0051-T-LMT-TX
081500     END-IF.
081600     WRITE RPTB051-REC FROM RL-0051-TBL-LINE
081700         AFTER ADVANCING 1 LINE.
081800 3150-PRINT-ONE-EXIT.
081900     EXIT.
082000*****************************************************************
082100*    3200-SEQ-DATE-CHECKS - THE SEQUENCE AND FILE DATE AGAINST  *
082200*    THE LAST FILE LOADED AND THE BUSINESS DATE                 *
082300*****************************************************************
082400 3200-SEQ-DATE-CHECKS.
082500     IF GLFDLDTB-G-FILE-DT > WH-0051-BUS-DT
082600         MOVE 'FILE DATE IS AFTER THE BUSINESS DATE'
082700                                 TO WB-0051-BRCH-TX
082800         PERFORM 3900-BREACH
082900             THRU 3900-BREACH-EXIT
083000     END-IF.
083100     IF NOT WB-0051-LAST-LOADED
083200         MOVE 'NOTE'             TO RL-0051-M-LABEL
083300         MOVE 'FIRST FILE ON THIS FEED - SEQUENCE NOT COMPARED'
083400                                 TO RL-0051-M-TX
083500         WRITE RPTB051-REC FROM RL-0051-MSG-LINE
083600             AFTER ADVANCING 1 LINE
083700         GO TO 3200-SEQ-DATE-CHECKS-EXIT
083800     END-IF.
083900     COMPUTE WB-0051-NEXT-SEQ = WH-0051-LAST-SEQ-NUM + 1.
084000     IF GLFDLDTB-G-FILE-SEQ-NUM NOT = WB-0051-NEXT-SEQ
084100         MOVE WB-0051-NEXT-SEQ   TO WB-0051-SEQ-TX
084200         STRING 'SEQUENCE OUT OF ORDER - EXPECTED '
084300                                 DELIMITED BY SIZE
084400                WB-0051-SEQ-TX   DELIMITED BY SIZE
084500             INTO WB-0051-BRCH-TX
084600         END-STRING
084700         PERFORM 3900-BREACH
084800             THRU 3900-BREACH-EXIT
084900     END-IF.
085000     IF GLFDLDTB-G-FILE-DT NOT > WH-0051-LAST-FILE-DT
085100         STRING 'FILE DATE NOT AFTER LAST FILE LOADED '
085200                                 DELIMITED BY SIZE
085300                WH-0051-LAST-FILE-DT DELIMITED BY SIZE
085400             INTO WB-0051-BRCH-TX
085500         END-STRING
085600         PERFORM 3900-BREACH
085700             THRU 3900-BREACH-EXIT
085800     END-IF.
085900 3200-SEQ-DATE-CHECKS-EXIT.
086000     EXIT.
086100*****************************************************************
086200*    3300-VOLUME-CHECKS - AN EMPTY FILE ALWAYS; THE COUNTS      *
086300*    AGAINST THE LIMITS ONCE THERE IS A 30-DAY BASE             *
086400*****************************************************************
086500 3300-VOLUME-CHECKS.
086600     IF GLFDLDTB-G-DTL-CNT = ZERO
086700         MOVE 'FILE HAS NO DETAIL RECORDS'  TO WB-0051-BRCH-TX
086800         PERFORM 3900-BREACH
086900             THRU 3900-BREACH-EXIT
087000         GO TO 3300-VOLUME-CHECKS-EXIT
087100     END-IF.
087200     IF NOT WB-0051-BASE-USABLE
087300         GO TO 3300-VOLUME-CHECKS-EXIT
087400     END-IF.
087500     IF GLFDLDTB-G-DTL-CNT < WB-0051-DTL-LMT
087600         MOVE 'DETAIL RECORDS BELOW THE LOWER LIMIT'
087700                                 TO WB-0051-BRCH-TX
087800         PERFORM 3900-BREACH
087900             THRU 3900-BREACH-EXIT
088000     END-IF.
088100     IF GLFDLDTB-G-ADD-CNT > WB-0051-ADD-LMT
088200         MOVE 'ADDS ABOVE THE LIMIT'  TO WB-0051-BRCH-TX
088300         PERFORM 3900-BREACH
088400             THRU 3900-BREACH-EXIT
088500     END-IF.
088600     IF GLFDLDTB-G-CHG-CNT > WB-0051-CHG-LMT
088700         MOVE 'CHANGES ABOVE THE LIMIT'  TO WB-0051-BRCH-TX
088800         PERFORM 3900-BREACH
088900             THRU 3900-BREACH-EXIT
089000     END-IF.
089100     IF GLFDLDTB-G-TERM-CNT > WB-0051-TERM-LMT
089200         MOVE 'TERMS ABOVE THE LIMIT'  TO WB-0051-BRCH-TX
089300         PERFORM 3900-BREACH
089400             THRU 3900-BREACH-EXIT
089500     END-IF.
089600 3300-VOLUME-CHECKS-EXIT.
089700     EXIT.
089800*****************************************************************
089900*    3900-BREACH - COUNT AND LIST ONE BREACH; THE FIRST IS      *
090000*    KEPT AS THE HOLD REASON                                    *
090100*****************************************************************
090200 3900-BREACH.
090300     ADD 1                       TO GLFDLDTB-G-BRCH-CNT.
090400     IF GLFDLDTB-G-HOLD-RSN-TX = SPACES
090500         MOVE WB-0051-BRCH-TX    TO GLFDLDTB-G-HOLD-RSN-TX
090600     END-IF.
090700     MOVE 'BREACH'               TO RL-0051-M-LABEL.
090800     MOVE WB-0051-BRCH-TX        TO RL-0051-M-TX.
090900     WRITE RPTB051-REC FROM RL-0051-MSG-LINE
091000         AFTER ADVANCING 1 LINE.
091100     MOVE SPACES                 TO WB-0051-BRCH-TX.
091200 3900-BREACH-EXIT.
091300     EXIT.
091400*****************************************************************
091500*    5000-REJECT-FILE - NOTHING TO THE LOAD, RC 12.  THE ROW    *
091600*    OF A FILE ALREADY LOADED IS LEFT AS IT IS.                 *
091700*****************************************************************
091800 5000-REJECT-FILE.
091900     OPEN OUTPUT FEEDOUT-FILE.
092000     CLOSE FEEDOUT-FILE.
092100     IF WB-0051-HDR-OK
092200        AND NOT WB-0051-KEEP-ROW
092300         SET GLFDLDTB-G-FEED-REJECTED TO TRUE
092400         MOVE WB-0051-RJCT-TX    TO GLFDLDTB-G-HOLD-RSN-TX
092500         PERFORM 7500-SAVE-ROW
092600             THRU 7500-SAVE-ROW-EXIT
092700         EXEC SQL COMMIT END-EXEC
092800     END-IF.
092900     DISPLAY 'PDDB0051 *** OPERATOR ALERT ***'.
093000     DISPLAY 'PDDB0051 ' WB-0051-FEED-TY-CD
093100             ' FILE REJECTED - ' WB-0051-RJCT-TX.
093200     MOVE 'REJECTED'             TO RL-0051-M-LABEL.
093300     MOVE WB-0051-RJCT-TX        TO RL-0051-M-TX.
093400     WRITE RPTB051-REC FROM RL-0051-MSG-LINE
093500         AFTER ADVANCING 2 LINES.
093600     MOVE 12 TO RETURN-CODE.
093700 5000-REJECT-FILE-EXIT.
093800     EXIT.
093900*****************************************************************
094000*    6000-HOLD-FILE - NOTHING TO THE LOAD, THE ROW HELD FOR A   *
094100*    SUPERVISOR'S RELEASE, RC 8                                 *
094200*****************************************************************
094300 6000-HOLD-FILE.
094400     OPEN OUTPUT FEEDOUT-FILE.
094500     CLOSE FEEDOUT-FILE.
094600     SET GLFDLDTB-G-FEED-HELD    TO TRUE.
094700     PERFORM 7500-SAVE-ROW
094800         THRU 7500-SAVE-ROW-EXIT.
094900     EXEC SQL COMMIT END-EXEC.
095000     MOVE GLFDLDTB-G-FILE-SEQ-NUM TO WB-0051-SEQ-TX.
095100     DISPLAY 'PDDB0051 *** OPERATOR ALERT ***'.
095200     DISPLAY 'PDDB0051 ' WB-0051-FEED-TY-CD
095300             ' FILE ' WB-0051-SEQ-TX ' HELD - '
095400             GLFDLDTB-G-HOLD-RSN-TX.
095500     DISPLAY 'PDDB0051 SUPERVISOR RELEASE REQUIRED ON W779'.
095600     MOVE 'HELD'                 TO RL-0051-M-LABEL.
095700     MOVE 'SUPERVISOR RELEASE REQUIRED BEFORE THE FILE IS LOADED'
095800                                 TO RL-0051-M-TX.
095900     WRITE RPTB051-REC FROM RL-0051-MSG-LINE
096000         AFTER ADVANCING 2 LINES.
096100     MOVE 8 TO RETURN-CODE.
096200 6000-HOLD-FILE-EXIT.
096300     EXIT.
096400*****************************************************************
096500*    7000-PASS-FILE - SECOND PASS: THE DETAIL RECORDS TO        *
096600*    FEEDOUT FOR THE LOAD AND THE ROW MARKED LOADED             *
096700*****************************************************************
096800 7000-PASS-FILE.
096900     MOVE 'N'                    TO WB-0051-EOF-SW.
097000     OPEN INPUT FEEDIN-FILE
097100          OUTPUT FEEDOUT-FILE.
097200     PERFORM 2100-READ-NEXT
097300         THRU 2100-READ-NEXT-EXIT.
097400     PERFORM 7100-COPY-ONE
097500         THRU 7100-COPY-ONE-EXIT
097600         UNTIL WB-0051-EOF.
097700     CLOSE FEEDIN-FILE
097800           FEEDOUT-FILE.
097900     IF NOT WB-0051-KEEP-ROW
098000         SET GLFDLDTB-G-FEED-LOADED TO TRUE
098100         PERFORM 7500-SAVE-ROW
098200             THRU 7500-SAVE-ROW-EXIT
098300         EXEC SQL COMMIT END-EXEC
098400     END-IF.
098500     IF WB-0051-NOTE-TX NOT = SPACES
098600         MOVE 'NOTE'             TO RL-0051-M-LABEL
098700         MOVE WB-0051-NOTE-TX    TO RL-0051-M-TX
098800         WRITE RPTB051-REC FROM RL-0051-MSG-LINE
098900             AFTER ADVANCING 2 LINES
099000     END-IF.
099100     MOVE WB-0051-WRITE-CNT      TO WB-0051-CNT-TX.
099200     MOVE 'PASSED'               TO RL-0051-M-LABEL.
099300     STRING 'DETAIL RECORDS TO THE LOAD' DELIMITED BY SIZE
099400            WB-0051-CNT-TX       DELIMITED BY SIZE
099500         INTO RL-0051-M-TX
099600     END-STRING.
099700     WRITE RPTB051-REC FROM RL-0051-MSG-LINE
099800         AFTER ADVANCING 2 LINES.
099900 7000-PASS-FILE-EXIT.
100000     EXIT.
100100*****************************************************************
100200*    7100-COPY-ONE                                              *
100300*****************************************************************
100400 7100-COPY-ONE.
100500     IF FI-REC-TY = 'DTL'
100600         WRITE FO-FEED-REC FROM FI-DTL-DATA
100700         ADD 1                   TO WB-0051-WRITE-CNT
100800     END-IF.
100900     PERFORM 2100-READ-NEXT
101000         THRU 2100-READ-NEXT-EXIT.
101100 7100-COPY-ONE-EXIT.
101200     EXIT.
101300*****************************************************************
101400*    7500-SAVE-ROW - THE FILE'S ROW ON G_FEED_LOAD_TB, ADDED OR *
101500*    REPLACED.  THE APPROVAL COLUMNS CARRY OVER ONLY TO THE     *
101600*    RELEASED FILE; ANY OTHER OUTCOME CLEARS THEM.              *
101700*****************************************************************
101800 7500-SAVE-ROW.
101900     IF WB-0051-PRV-ROW
102000         EXEC SQL
102100             UPDATE G_FEED_LOAD_TB
102200                SET G_FILE_DT         = :GLFDLDTB-G-FILE-DT,
102300                    G_BUS_DT          = :GLFDLDTB-G-BUS-DT,
102400                    G_RCV_TS          =
102500                        TO_CHAR(CURRENT_TIMESTAMP,
102600                                'YYYY-MM-DD-HH24.MI.SS.FF6'),
102700                    G_FEED_STAT_CD    = :GLFDLDTB-G-FEED-STAT-CD,
102800                    G_DTL_CNT         = :GLFDLDTB-G-DTL-CNT,
102900                    G_ADD_CNT         = :GLFDLDTB-G-ADD-CNT,
103000                    G_CHG_CNT         = :GLFDLDTB-G-CHG-CNT,
103100                    G_TERM_CNT        = :GLFDLDTB-G-TERM-CNT,
103200                    G_OTH_CNT         = :GLFDLDTB-G-OTH-CNT,
103300                    G_AVG_DTL_AMT     = :GLFDLDTB-G-AVG-DTL-AMT,
103400                    G_AVG_ADD_AMT     = :GLFDLDTB-G-AVG-ADD-AMT,
103500                    G_AVG_CHG_AMT     = :GLFDLDTB-G-AVG-CHG-AMT,
103600                    G_AVG_TERM_AMT    = :GLFDLDTB-G-AVG-TERM-AMT,
103700                    G_BRCH_CNT        = :GLFDLDTB-G-BRCH-CNT,
103800                    G_HOLD_RSN_TX     = :GLFDLDTB-G-HOLD-RSN-TX,
103900                    G_APRV_USER_ID    = :GLFDLDTB-G-APRV-USER-ID,
104000                    G_APRV_TS         = :GLFDLDTB-G-APRV-TS,
104100                    G_APRV_RSN_TX     = :GLFDLDTB-G-APRV-RSN-TX
104200              WHERE G_FEED_TY_CD      = :GLFDLDTB-G-FEED-TY-CD
104300                AND G_FILE_SEQ_NUM    = :GLFDLDTB-G-FILE-SEQ-NUM
104400         END-EXEC
104500     ELSE
104600         EXEC SQL
104700             INSERT INTO G_FEED_LOAD_TB
104800                    (G_FEED_TY_CD, G_FILE_SEQ_NUM, G_FILE_DT,
104900                     G_BUS_DT, G_RCV_TS, G_FEED_STAT_CD,
105000                     G_DTL_CNT, G_ADD_CNT, G_CHG_CNT,
105100                     G_TERM_CNT, G_OTH_CNT, G_AVG_DTL_AMT,
105200                     G_AVG_ADD_AMT, G_AVG_CHG_AMT,
105300                     G_AVG_TERM_AMT, G_BRCH_CNT, G_HOLD_RSN_TX,
105400                     G_APRV_USER_ID, G_APRV_TS, G_APRV_RSN_TX)
105500             VALUES (:GLFDLDTB-G-FEED-TY-CD,
105600                     :GLFDLDTB-G-FILE-SEQ-NUM,
105700                     :GLFDLDTB-G-FILE-DT,
105800                     :GLFDLDTB-G-BUS-DT,
105900                     TO_CHAR(CURRENT_TIMESTAMP,
106000                             'YYYY-MM-DD-HH24.MI.SS.FF6'),
106100                     :GLFDLDTB-G-FEED-STAT-CD,
106200                     :GLFDLDTB-G-DTL-CNT,
106300                     :GLFDLDTB-G-ADD-CNT,
106400                     :GLFDLDTB-G-CHG-CNT,
106500                     :GLFDLDTB-G-TERM-CNT,
106600                     :GLFDLDTB-G-OTH-CNT,
106700                     :GLFDLDTB-G-AVG-DTL-AMT,
106800                     :GLFDLDTB-G-AVG-ADD-AMT,
106900                     :GLFDLDTB-G-AVG-CHG-AMT,
107000                     :GLFDLDTB-G-AVG-TERM-AMT,
107100                     :GLFDLDTB-G-BRCH-CNT,
107200                     :GLFDLDTB-G-HOLD-RSN-TX,
107300                     :GLFDLDTB-G-APRV-USER-ID,
107400                     :GLFDLDTB-G-APRV-TS,
107500                     :GLFDLDTB-G-APRV-RSN-TX)
107600         END-EXEC
107700     END-IF.
107800     IF SQLCODE NOT = 0
107900         GO TO 9999-SQL-ERROR
108000     END-IF.
108100 7500-SAVE-ROW-EXIT.
108200     EXIT.
108300*****************************************************************
108400*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
108500*****************************************************************
108600 9999-SQL-ERROR.
108700     DISPLAY 'PDDB0051 - SQL ERROR ON G_FEED_LOAD_TB'.
108800     DISPLAY 'SQLCODE = ' SQLCODE.
108900     EXEC SQL ROLLBACK END-EXEC.
109000     MOVE 16 TO RETURN-CODE.
109100     CLOSE FEEDIN-FILE FEEDOUT-FILE RPTB051-FILE.
109200     GOBACK.
