000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0035.
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
001400*                  EXPORT.  RUN IN THE REGION WHERE A CONFIG   *
001500*                  CHANGE WAS TESTED, IT READS A NAMED LIST OF *
001600*                  ROWS (CFGDEF CARDS) AND WRITES THEM AS THEY *
001700*                  STAND THERE TO A PACKAGE FILE (CFGPKG) THAT *
001800*                  PDDB0036 APPLIES TO PRODUCTION, SO NOTHING  *
001900*                  IS RE-TYPED BY HAND.  EVERY CARD MUST       *
002000*                  RESOLVE - A ROW TO COPY MUST EXIST HERE AND *
002100*                  A ROW TO DELETE MUST ALREADY BE GONE HERE - *
002200*                  OR NO TRAILER IS WRITTEN, THE PACKAGE       *
002300*                  CANNOT BE APPLIED AND THE STEP ENDS RC 8.   *
002400*                                                              *
002500*****************************************************************
002600*                                                               *
002700*   CFGDEF - THE FIRST CARD IS 'PKG ' WITH THE PACKAGE NAME,    *
002800*   THE EXPORTING USER AND A DESCRIPTION.  EACH FOLLOWING CARD  *
002900*   IS A TABLE CODE (GLST G_LIST_DTL_TB, EXCD                   *
003000*   R_CLM_EXC_DISP_TB, MSGC R_POS_MSG_CAT_TB, SITF              *
003100*   R_SIT_FLD_REQ_TB, PCNR R_PCN_RTE_TB), AN ACTION (C COPY     *
003200*   THE ROW, D DELETE IT) AND THE ROW KEY LAID OUT AS THE       *
003300*   LEADING KEY COLUMNS OF THE CLCFGIMG IMAGE FOR THAT          *
003400*   TABLE.  A PACKAGE HOLDS UP TO 500 ROWS AND NAMES EACH KEY   *
003500*   ONCE.                                                       *
003600*                                                               *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CFGDEF-FILE ASSIGN TO CFGDEF
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT CFGPKG-FILE ASSIGN TO CFGPKG
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT RPTB035-FILE ASSIGN TO RPTB035
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100*****************************************************************
005200*  DATA DIVISION                                                *
005300*****************************************************************
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CFGDEF-FILE.
005700 01  CD-ROW-CARD.
005800     05  CD-TBL-CD                   PIC X(00004).
005900         88  CD-PACKAGE-CARD         VALUE 'PKG '.
006000     05  FILLER                      PIC X(00001).
006100     05  CD-ACTN-CD                  PIC X(00001).
006200         88  CD-COPY-ROW             VALUE 'C'.
006300         88  CD-DELETE-ROW           VALUE 'D'.
006400     05  FILLER                      PIC X(00001).
006500     05  CD-KEY-TX                   PIC X(00073).
006600 01  CD-PKG-CARD.
006700     05  FILLER                      PIC X(00005).
006800     05  CD-PKG-NM                   PIC X(00016).
006900     05  FILLER                      PIC X(00001).
007000     05  CD-USER-ID                  PIC X(00008).
007100     05  FILLER                      PIC X(00001).
007200     05  CD-DESC-TX                  PIC X(00040).
007300     05  FILLER                      PIC X(00009).
007400 FD  CFGPKG-FILE
007500     RECORDING MODE IS F.
007600     COPY CLCPKGRC.
007700 FD  RPTB035-FILE
007800     RECORDING MODE IS F.
007900 01  RPTB035-REC                     PIC X(00133).
008000*****************************************************************
008100*  WORKING-STORAGE SECTION                                     *
008200*****************************************************************
008300 WORKING-STORAGE SECTION.
008400 77  WB-0035-EOF-SW                  PIC X(00001) VALUE 'N'.
008500     88  WB-0035-EOF                 VALUE 'Y'.
008600 77  WB-0035-DUP-SW                  PIC X(00001) VALUE 'N'.
008700     88  WB-0035-DUP                 VALUE 'Y'.
008800 77  WB-0035-READ-CNT                PIC S9(00009) COMP-3
008900                                     VALUE ZERO.
009000 77  WB-0035-ROW-CNT                 PIC S9(00005) COMP-3
009100                                     VALUE ZERO.
009200 77  WB-0035-REJECT-CNT              PIC S9(00009) COMP-3
009300                                     VALUE ZERO.
009400 77  WB-0035-KEY-SUB                 PIC S9(00004) COMP
009500                                     VALUE ZERO.
009600 77  WB-0035-KEY-MAX                 PIC S9(00004) COMP
009700                                     VALUE +500.
009800*    EVERY KEY ALREADY IN THE PACKAGE - A ROW NAMED TWICE WOULD
009900*    LEAVE ITS BACKOUT IMAGE AMBIGUOUS.
010000 01  WB-0035-KEY-TBL.
010100     05  WB-0035-KEY-ENTRY           OCCURS 500.
010200         10  WB-0035-KEY-TBL-CD      PIC X(00004).
010300         10  WB-0035-KEY-TX          PIC X(00073).
010400 01  WB-0035-PKG-NM                  PIC X(00016).
010500 01  WB-0035-EXP-TS                  PIC X(00026).
010600*    CONFIGURATION ROW ROUTINE - SHARED PDDS9007.
010700     COPY WKC90070.
010800*    CONFIGURATION ROW IMAGE - FOR THE KEY EDITS.
010900     COPY CLCFGIMG.
011000*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
011100     COPY WKC90040.
011200*****************************************************************
011300*  EXEC SQL - SQLCA                                             *
011400*****************************************************************
011500     EXEC SQL INCLUDE SQLCA END-EXEC.
011600*****************************************************************
011700*  REPORT LINE LAYOUTS                                         *
011800*****************************************************************
011900 01  RL-0035-HDG1.
012000     05  FILLER                      PIC X(00001) VALUE SPACE.
012100     05  FILLER                      PIC X(00050) VALUE
012200         'PDDB0035 - CONFIGURATION CHANGE-PACKAGE EXPORT'.
012300     05  FILLER                      PIC X(00016)
012400                                     VALUE 'BUSINESS DATE '.
012500     05  RL-0035-H-BUS-DT            PIC X(00010).
012600 01  RL-0035-HDG2.
012700     05  FILLER                      PIC X(00001) VALUE SPACE.
012800     05  FILLER                      PIC X(00009)
012900                                     VALUE 'PACKAGE '.
013000     05  RL-0035-H-PKG-NM            PIC X(00017).
013100     05  RL-0035-H-DESC-TX           PIC X(00041).
013200     05  FILLER                      PIC X(00004) VALUE 'BY '.
013300     05  RL-0035-H-USER-ID           PIC X(00008).
013400 01  RL-0035-HDG3.
013500     05  FILLER                      PIC X(00001) VALUE SPACE.
013600     05  FILLER                      PIC X(00040) VALUE
013700         'RESULT     TBL  ACT KEY                 '.
013800 01  RL-0035-DETAIL.
013900     05  FILLER                      PIC X(00001) VALUE SPACE.
014000     05  RL-0035-D-DISP              PIC X(00010).
014100     05  FILLER                      PIC X(00001) VALUE SPACE.
014200     05  RL-0035-D-TBL-CD            PIC X(00004).
014300     05  FILLER                      PIC X(00001) VALUE SPACE.
014400     05  RL-0035-D-ACTN-CD           PIC X(00001).
014500     05  FILLER                      PIC X(00003) VALUE SPACES.
014600     05  RL-0035-D-KEY-TX            PIC X(00073).
014700     05  FILLER                      PIC X(00001) VALUE SPACE.
014800     05  RL-0035-D-NOTE              PIC X(00036).
014900 01  RL-0035-COUNT-LINE.
015000     05  FILLER                      PIC X(00001) VALUE SPACE.
015100     05  RL-0035-C-LABEL             PIC X(00034).
015200     05  RL-0035-C-CNT               PIC ZZZ,ZZZ,ZZ9.
015300*****************************************************************
015400*  PROCEDURE DIVISION                                          *
015500*****************************************************************
015600 PROCEDURE DIVISION.
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE
015900         THRU 1000-INITIALIZE-EXIT.
016000     PERFORM 2000-ONE-CARD
016100         THRU 2000-ONE-CARD-EXIT
016200         UNTIL WB-0035-EOF.
016300     PERFORM 8000-FINALIZE
016400         THRU 8000-FINALIZE-EXIT.
016500     GOBACK.
016600*****************************************************************
016700*    1000-INITIALIZE - THE PACKAGE CARD AND THE HEADER RECORD   *
016800*****************************************************************
016900 1000-INITIALIZE.
017000     MOVE 'PDDB0035'             TO WK-9004-PGM-ID.
017100     MOVE SPACES                 TO WK-9004-OVRD-DT.
017200     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
017300     IF WK-9004-NO-BUS-DT
017400         DISPLAY 'PDDB0035 - NO BUSINESS PROCESSING DATE'
017500         MOVE 16 TO RETURN-CODE
017600         GOBACK
017700     END-IF.
017800     OPEN INPUT  CFGDEF-FILE.
017900     OPEN OUTPUT CFGPKG-FILE
018000                 RPTB035-FILE.
018100     MOVE WK-9004-BUS-DT         TO RL-0035-H-BUS-DT.
018200     WRITE RPTB035-REC FROM RL-0035-HDG1
018300         BEFORE ADVANCING TO-NEW-PAGE.
018400     PERFORM 2100-READ-NEXT
018500         THRU 2100-READ-NEXT-EXIT.
018600     IF WB-0035-EOF
018700        OR NOT CD-PACKAGE-CARD
018800        OR CD-PKG-NM  = SPACES
018900        OR CD-USER-ID = SPACES
019000         DISPLAY 'PDDB0035 - FIRST CFGDEF CARD MUST BE PKG WITH '
019100                 'THE PACKAGE NAME AND USER'
019200         MOVE 16 TO RETURN-CODE
019300         CLOSE CFGDEF-FILE
019400               CFGPKG-FILE
019500               RPTB035-FILE
019600         GOBACK
019700     END-IF.
019800     EXEC SQL
019900         SELECT TO_CHAR(CURRENT_TIMESTAMP,
020000                        'YYYY-MM-DD-HH24.MI.SS.FF6')
020100           INTO :WB-0035-EXP-TS
020200           FROM DUAL
020300     END-EXEC.
020400     IF SQLCODE NOT = 0
020500         GO TO 9999-SQL-ERROR
020600     END-IF.
020700     MOVE SPACES                 TO CLCPKGRC-PKG-REC.
020800     SET CLCPKGRC-HEADER         TO TRUE.
020900     MOVE CD-PKG-NM              TO CLCPKGRC-PKG-NM
021000                                    RL-0035-H-PKG-NM
021100                                    WB-0035-PKG-NM.
021200     MOVE CD-DESC-TX             TO CLCPKGRC-H-DESC-TX
021300                                    RL-0035-H-DESC-TX.
021400     MOVE CD-USER-ID             TO CLCPKGRC-H-EXP-USER-ID
021500                                    RL-0035-H-USER-ID
021600                                    WK-9007-AUD-USER-ID.
021700     MOVE WB-0035-EXP-TS         TO CLCPKGRC-H-EXP-TS.
021800     WRITE CLCPKGRC-PKG-REC.
021900     WRITE RPTB035-REC FROM RL-0035-HDG2
022000         AFTER ADVANCING 2 LINES.
022100     WRITE RPTB035-REC FROM RL-0035-HDG3
022200         AFTER ADVANCING 2 LINES.
022300     MOVE 'BATCH'                TO WK-9007-AUD-SRC-CD.
022400     PERFORM 2100-READ-NEXT
022500         THRU 2100-READ-NEXT-EXIT.
022600 1000-INITIALIZE-EXIT.
022700     EXIT.
022800*****************************************************************
022900*    2000-ONE-CARD                                              *
023000*****************************************************************
023100 2000-ONE-CARD.
023200     PERFORM 3000-EXPORT-ROW
023300         THRU 3000-EXPORT-ROW-EXIT.
023400     PERFORM 2100-READ-NEXT
023500         THRU 2100-READ-NEXT-EXIT.
023600 2000-ONE-CARD-EXIT.
023700     EXIT.
023800*****************************************************************
023900*    2100-READ-NEXT                                             *
024000*****************************************************************
024100 2100-READ-NEXT.
024200     READ CFGDEF-FILE
024300         AT END SET WB-0035-EOF TO TRUE
024400         NOT AT END ADD 1 TO WB-0035-READ-CNT
024500     END-READ.
024600 2100-READ-NEXT-EXIT.
024700     EXIT.
024800*****************************************************************
024900*    3000-EXPORT-ROW - EDIT THE CARD, FIND THE ROW IN THIS       *
025000*    REGION AND WRITE IT TO THE PACKAGE                          *
025100*****************************************************************
025200 3000-EXPORT-ROW.
025300     MOVE SPACES                 TO RL-0035-DETAIL.
025400     MOVE CD-TBL-CD              TO RL-0035-D-TBL-CD
025500                                    WK-9007-TBL-CD.
025600     MOVE CD-ACTN-CD             TO RL-0035-D-ACTN-CD.
025700     MOVE CD-KEY-TX              TO RL-0035-D-KEY-TX.
025800     IF (NOT CD-COPY-ROW AND NOT CD-DELETE-ROW)
025900        OR CD-KEY-TX = SPACES
026000        OR (NOT WK-9007-GLST AND NOT WK-9007-EXCD
026100            AND NOT WK-9007-MSGC AND NOT WK-9007-SITF
026200            AND NOT WK-9007-PCNR)
026300         MOVE 'BAD TABLE, ACTION OR KEY' TO RL-0035-D-NOTE
026400         PERFORM 3900-REJECT
026500             THRU 3900-REJECT-EXIT
026600         GO TO 3000-EXPORT-ROW-EXIT
026700     END-IF.
026800     MOVE CD-KEY-TX              TO CLCFGIMG-ROW-IMG.
026900     IF WK-9007-EXCD
027000        AND CLCFGIMG-ED-CUST-PART-NUM NOT NUMERIC
027100         MOVE 'PARTITION MUST BE 9 DIGITS' TO RL-0035-D-NOTE
027200         PERFORM 3900-REJECT
027300             THRU 3900-REJECT-EXIT
027400         GO TO 3000-EXPORT-ROW-EXIT
027500     END-IF.
027600     IF WB-0035-ROW-CNT NOT < WB-0035-KEY-MAX
027700         MOVE 'PACKAGE IS FULL (500 ROWS)' TO RL-0035-D-NOTE
027800         PERFORM 3900-REJECT
027900             THRU 3900-REJECT-EXIT
028000         GO TO 3000-EXPORT-ROW-EXIT
028100     END-IF.
028200     MOVE 'N'                    TO WB-0035-DUP-SW.
028300     PERFORM 3100-CHECK-DUP
028400         THRU 3100-CHECK-DUP-EXIT
028500         VARYING WB-0035-KEY-SUB FROM 1 BY 1
028600         UNTIL WB-0035-KEY-SUB > WB-0035-ROW-CNT
028700            OR WB-0035-DUP.
028800     IF WB-0035-DUP
028900         MOVE 'ROW ALREADY IN THIS PACKAGE' TO RL-0035-D-NOTE
029000         PERFORM 3900-REJECT
029100             THRU 3900-REJECT-EXIT
029200         GO TO 3000-EXPORT-ROW-EXIT
029300     END-IF.
029400     SET WK-9007-READ            TO TRUE.
029500     MOVE CD-KEY-TX              TO WK-9007-ROW-IMG.
029600     CALL 'PDDS9007' USING WK-9007-CALL-PARMS.
029700     IF WK-9007-SQL-ERROR
029800         DISPLAY 'PDDB0035 - PDDS9007 SQLCODE = ' WK-9007-SQLCODE
029900         GO TO 9999-SQL-ERROR
030000     END-IF.
030100     IF CD-COPY-ROW AND WK-9007-NOT-FOUND
030200         MOVE 'ROW NOT IN THIS REGION' TO RL-0035-D-NOTE
030300         PERFORM 3900-REJECT
030400             THRU 3900-REJECT-EXIT
030500         GO TO 3000-EXPORT-ROW-EXIT
030600     END-IF.
030700     IF CD-DELETE-ROW AND WK-9007-OK
030800         MOVE 'ROW STILL HERE - DELETE IT HERE 1ST'
030900                                 TO RL-0035-D-NOTE
031000         PERFORM 3900-REJECT
031100             THRU 3900-REJECT-EXIT
031200         GO TO 3000-EXPORT-ROW-EXIT
031300     END-IF.
031400     ADD 1                       TO WB-0035-ROW-CNT.
031500     MOVE CD-TBL-CD
031600                       TO WB-0035-KEY-TBL-CD (WB-0035-ROW-CNT).
031700     MOVE CD-KEY-TX    TO WB-0035-KEY-TX (WB-0035-ROW-CNT).
031800     MOVE SPACES                 TO CLCPKGRC-PKG-REC.
031900     SET CLCPKGRC-DETAIL         TO TRUE.
032000     MOVE WB-0035-PKG-NM         TO CLCPKGRC-PKG-NM.
032100     MOVE WB-0035-ROW-CNT        TO CLCPKGRC-D-SEQ-NUM.
032200     MOVE CD-TBL-CD              TO CLCPKGRC-D-TBL-CD.
032300     MOVE CD-ACTN-CD             TO CLCPKGRC-D-ACTN-CD.
032400     IF CD-COPY-ROW
032500         MOVE WK-9007-ROW-IMG    TO CLCPKGRC-D-ROW-IMG
032600     ELSE
032700         MOVE CD-KEY-TX          TO CLCPKGRC-D-ROW-IMG
032800     END-IF.
032900     WRITE CLCPKGRC-PKG-REC.
033000     MOVE 'EXPORTED'             TO RL-0035-D-DISP.
033100     WRITE RPTB035-REC FROM RL-0035-DETAIL
033200         AFTER ADVANCING 1 LINE.
033300 3000-EXPORT-ROW-EXIT.
033400     EXIT.
033500*****************************************************************
033600*    3100-CHECK-DUP                                             *
033700*****************************************************************
033800 3100-CHECK-DUP.
033900     IF WB-0035-KEY-TBL-CD (WB-0035-KEY-SUB) = CD-TBL-CD
034000        AND WB-0035-KEY-TX (WB-0035-KEY-SUB) = CD-KEY-TX
034100         SET WB-0035-DUP         TO TRUE
034200     END-IF.
034300 3100-CHECK-DUP-EXIT.
034400     EXIT.
034500*****************************************************************
034600*    3900-REJECT - REPORT A CARD THAT CANNOT BE EXPORTED        *
034700*****************************************************************
034800 3900-REJECT.
034900     ADD 1                       TO WB-0035-REJECT-CNT.
035000     MOVE 'REJECTED'             TO RL-0035-D-DISP.
035100     WRITE RPTB035-REC FROM RL-0035-DETAIL
035200         AFTER ADVANCING 1 LINE.
035300 3900-REJECT-EXIT.
035400     EXIT.
035500*****************************************************************
035600*    8000-FINALIZE - THE TRAILER ONLY WHEN EVERY CARD RESOLVED  *
035700*****************************************************************
035800 8000-FINALIZE.
035900     IF WB-0035-REJECT-CNT = ZERO
036000        AND WB-0035-ROW-CNT > ZERO
036100         MOVE SPACES             TO CLCPKGRC-PKG-REC
036200         SET CLCPKGRC-TRAILER    TO TRUE
036300         MOVE WB-0035-PKG-NM     TO CLCPKGRC-PKG-NM
036400         MOVE WB-0035-ROW-CNT    TO CLCPKGRC-T-ROW-CNT
036500         WRITE CLCPKGRC-PKG-REC
036600     END-IF.
036700     MOVE 'CARDS READ'           TO RL-0035-C-LABEL.
036800     MOVE WB-0035-READ-CNT       TO RL-0035-C-CNT.
036900     WRITE RPTB035-REC FROM RL-0035-COUNT-LINE
037000         AFTER ADVANCING 3 LINES.
037100     MOVE 'ROWS EXPORTED'        TO RL-0035-C-LABEL.
037200     MOVE WB-0035-ROW-CNT        TO RL-0035-C-CNT.
037300     WRITE RPTB035-REC FROM RL-0035-COUNT-LINE
037400         AFTER ADVANCING 1 LINE.
037500     MOVE 'CARDS REJECTED'       TO RL-0035-C-LABEL.
037600     MOVE WB-0035-REJECT-CNT     TO RL-0035-C-CNT.
037700     WRITE RPTB035-REC FROM RL-0035-COUNT-LINE
037800         AFTER ADVANCING 1 LINE.
037900     IF WB-0035-REJECT-CNT > ZERO
038000        OR WB-0035-ROW-CNT = ZERO
038100         MOVE '** PACKAGE INCOMPLETE - NOT USABLE'
038200                                 TO RL-0035-C-LABEL
038300         MOVE WB-0035-REJECT-CNT TO RL-0035-C-CNT
038400         WRITE RPTB035-REC FROM RL-0035-COUNT-LINE
038500             AFTER ADVANCING 2 LINES
038600         MOVE 8 TO RETURN-CODE
038700     END-IF.
038800     CLOSE CFGDEF-FILE
038900           CFGPKG-FILE
039000           RPTB035-FILE.
039100 8000-FINALIZE-EXIT.
039200     EXIT.
039300*****************************************************************
039400*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
039500*****************************************************************
039600 9999-SQL-ERROR.
039700     DISPLAY 'PDDB0035 - SQL ERROR DURING PACKAGE EXPORT'.
039800     DISPLAY 'SQLCODE = ' SQLCODE.
039900     MOVE 16 TO RETURN-CODE.
040000     CLOSE CFGDEF-FILE
040100           CFGPKG-FILE
040200           RPTB035-FILE.
040300     GOBACK.
