000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0049.
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
001300*  10/15/26  ACS   NEW PROGRAM.  APPLIES THE MEDICAL CARRIER'S  *
001400*                  INTEGRATED ACCUMULATOR FILE (ACCMIN) AND     *
001500*                  REPORTS THE DAY'S RECONCILIATION.  EACH      *
001600*                  MEMBER RECORD'S MEDICAL DEDUCTIBLE AND OUT-  *
001700*                  OF-POCKET GO TO B_BENEFIT_TB THROUGH THE     *
001800*                  AUDITED ADJUSTMENT ROUTINE (PDDS9009) USED BY*
001900*                  THE PDDB0012 UTILITY, AS ONE UNIT OF WORK PER*
002000*                  RECORD; A RECORD THAT CANNOT BE APPLIED IS   *
002100*                  REJECTED WITH THE REASON.  EVERY RECORD IS   *
002200*                  KEPT ON C_ACCUM_XCHG_TB.  A FILE WHOSE       *
002300*                  HEADER, TRAILER COUNT OR HASH TOTAL DOES NOT *
002400*                  AGREE IS REJECTED WHOLE - NOTHING APPLIED,   *
002500*                  RC 8.                                        *
002600*                                                               *
002700*****************************************************************
002800*                                                               *
002900*   A RECORD IS REJECTED WHEN IT CANNOT BE READ, WHEN THE       *
003000*   CARRIER'S RECORD ID WAS APPLIED ON AN EARLIER DAY, WHEN THE *
003100*   MEMBER IS NOT ON R_MBR_ELIG_TB, WHEN THE GROUP IS NOT AN    *
003200*   INTEGRATED GROUP OF THIS CARRIER (LIST 7542), OR WHEN AN    *
003300*   AMOUNT WOULD DRIVE THE ACCUMULATOR NEGATIVE.  A RECORD      *
003400*   ALREADY APPLIED ON THIS BUSINESS DATE (A RERUN) IS SKIPPED  *
003500*   AND COUNTED; THE DAY'S EARLIER REJECTS ARE TRIED AGAIN.     *
003600*                                                               *
003700*   THE REPORT LISTS THE REJECTED RECORDS, THEN EACH SIDE'S     *
003800*   TOTALS FOR THE DAY - WHAT PDDB0048 SENT AND WHAT THE        *
003900*   CARRIER SENT, APPLIED AND REJECTED - AND THE BALANCE OF     *
004000*   RECORDS READ TO RECORDS DISPOSED OF.                        *
004100*                                                               *
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-370.
004600 OBJECT-COMPUTER.   IBM-370.
004700 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT ACCMIN-FILE ASSIGN TO ACCMIN
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT RPTB049-FILE ASSIGN TO RPTB049
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400*****************************************************************
005500*  DATA DIVISION                                                *
005600*****************************************************************
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  ACCMIN-FILE.
006000 01  AI-ACCUM-REC.
006100     05  AI-REC-TY                   PIC X(00003).
006200     05  FILLER                      PIC X(00117).
006300 01  AI-HEADER-REC.
006400     05  FILLER                      PIC X(00003).
006500     05  AI-HDR-CARR-ID              PIC X(00010).
006600     05  AI-HDR-FILE-DT              PIC X(00010).
006700     05  AI-HDR-PHRM-THRU-DT         PIC X(00010).
006800     05  FILLER                      PIC X(00087).
006900 01  AI-DETAIL-REC.
007000     05  FILLER                      PIC X(00003).
007100     05  AI-DTL-CARR-REF             PIC X(00020).
007200     05  AI-DTL-CUST-PART-NUM        PIC X(00004).
007300     05  AI-DTL-CUST-PART-NUM-9 REDEFINES AI-DTL-CUST-PART-NUM
007400                                     PIC 9(00004).
007500     05  AI-DTL-SYS-ID               PIC X(00009).
007600     05  AI-DTL-SYS-ID-9 REDEFINES AI-DTL-SYS-ID
007700                                     PIC 9(00009).
007800     05  AI-DTL-CRDHLDR-ID           PIC X(00020).
007900     05  AI-DTL-GROUP-ID             PIC X(00008).
008000     05  AI-DTL-YR-ID                PIC X(00004).
008100     05  AI-DTL-DED-SIGN             PIC X(00001).
008200     05  AI-DTL-DED-AMT              PIC X(00011).
008300     05  AI-DTL-DED-AMT-9 REDEFINES AI-DTL-DED-AMT
008400                                     PIC 9(00009)V9(00002).
008500     05  AI-DTL-OOP-SIGN             PIC X(00001).
008600     05  AI-DTL-OOP-AMT              PIC X(00011).
008700     05  AI-DTL-OOP-AMT-9 REDEFINES AI-DTL-OOP-AMT
008800                                     PIC 9(00009)V9(00002).
008900     05  AI-DTL-YTD-DED-SIGN         PIC X(00001).
009000     05  AI-DTL-YTD-DED-AMT          PIC X(00011).
009100     05  AI-DTL-YTD-DED-AMT-9 REDEFINES AI-DTL-YTD-DED-AMT
009200                                     PIC 9(00009)V9(00002).
009300     05  AI-DTL-YTD-OOP-SIGN         PIC X(00001).
009400     05  AI-DTL-YTD-OOP-AMT          PIC X(00011).
009500     05  AI-DTL-YTD-OOP-AMT-9 REDEFINES AI-DTL-YTD-OOP-AMT
009600                                     PIC 9(00009)V9(00002).
009700     05  FILLER                      PIC X(00004).
009800 01  AI-TRAILER-REC.
009900     05  FILLER                      PIC X(00003).
010000     05  AI-TRL-REC-CNT              PIC X(00009).
010100     05  AI-TRL-REC-CNT-9 REDEFINES AI-TRL-REC-CNT
010200                                     PIC 9(00009).
010300     05  AI-TRL-HASH-SIGN            PIC X(00001).
010400     05  AI-TRL-HASH-AMT             PIC X(00015).
010500     05  AI-TRL-HASH-AMT-9 REDEFINES AI-TRL-HASH-AMT
010600                                     PIC 9(00013)V9(00002).
010700     05  FILLER                      PIC X(00092).
010800 FD  RPTB049-FILE
010900     RECORDING MODE IS F.
011000 01  RPTB049-REC                     PIC X(00133).
011100*****************************************************************
011200*  WORKING-STORAGE SECTION                                     *
011300*****************************************************************
011400 WORKING-STORAGE SECTION.
011500 77  WB-0049-EOF-SW                  PIC X(00001) VALUE 'N'.
011600     88  WB-0049-EOF                 VALUE 'Y'.
011700 77  WB-0049-TRL-SW                  PIC X(00001) VALUE 'N'.
011800     88  WB-0049-TRL-SEEN            VALUE 'Y'.
011900 77  WB-0049-DONE-SW                 PIC X(00001) VALUE 'N'.
012000     88  WB-0049-DONE-TODAY          VALUE 'Y'.
012100 77  WB-0049-FILE-RJCT-TX            PIC X(00040) VALUE SPACES.
012200 77  WB-0049-RJCT-RSN-TX             PIC X(00024) VALUE SPACES.
012300 77  WB-0049-CARR-ID                 PIC X(00010) VALUE SPACES.
012400 77  WB-0049-FILE-DT                 PIC X(00010) VALUE SPACES.
012500 77  WB-0049-PHRM-THRU-DT            PIC X(00010) VALUE SPACES.
012600 77  WB-0049-REC-NUM                 PIC S9(00009) COMP VALUE 0.
012700 77  WB-0049-TRL-CNT                 PIC S9(00009) COMP-3
012800                                     VALUE ZERO.
012900 77  WB-0049-TRL-HASH                PIC S9(00013)V9(00002)
013000                                     COMP-3 VALUE ZERO.
013100 77  WB-0049-DTL-CNT                 PIC S9(00009) COMP-3
013200                                     VALUE ZERO.
013300 77  WB-0049-HASH-AMT                PIC S9(00013)V9(00002)
013400                                     COMP-3 VALUE ZERO.
013500 77  WB-0049-READ-CNT                PIC S9(00009) COMP-3
013600                                     VALUE ZERO.
013700 77  WB-0049-APPLIED-CNT             PIC S9(00009) COMP-3
013800                                     VALUE ZERO.
013900 77  WB-0049-REJECT-CNT              PIC S9(00009) COMP-3
014000                                     VALUE ZERO.
014100 77  WB-0049-RERUN-CNT               PIC S9(00009) COMP-3
014200                                     VALUE ZERO.
014300 77  WB-0049-DISPOSED-CNT            PIC S9(00009) COMP-3
014400                                     VALUE ZERO.
014500 77  WB-0049-DED-AMT                 PIC S9(00009)V9(00002)
014600                                     COMP-3 VALUE ZERO.
014700 77  WB-0049-OOP-AMT                 PIC S9(00009)V9(00002)
014800                                     COMP-3 VALUE ZERO.
014900 77  WB-0049-IN-DED-TOT              PIC S9(00011)V9(00002)
015000                                     COMP-3 VALUE ZERO.
015100 77  WB-0049-IN-OOP-TOT              PIC S9(00011)V9(00002)
015200                                     COMP-3 VALUE ZERO.
015300 77  WB-0049-APL-DED-TOT             PIC S9(00011)V9(00002)
015400                                     COMP-3 VALUE ZERO.
015500 77  WB-0049-APL-OOP-TOT             PIC S9(00011)V9(00002)
015600                                     COMP-3 VALUE ZERO.
015700 77  WB-0049-RJT-DED-TOT             PIC S9(00011)V9(00002)
015800                                     COMP-3 VALUE ZERO.
015900 77  WB-0049-RJT-OOP-TOT             PIC S9(00011)V9(00002)
016000                                     COMP-3 VALUE ZERO.
016100*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
016200     COPY WKC90040.
016300*    AUDITED ACCUMULATOR ADJUSTMENT - SHARED PDDS9009 ROUTINE.
016400     COPY WKC90090.
016500*****************************************************************
016600*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
016700*****************************************************************
016800     EXEC SQL INCLUDE SQLCA END-EXEC.
016900     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
017000     COPY CLACXGTB.
017100 01  WH-0049-HOST-VARS.
017200     05  WH-0049-BUS-DT              PIC X(00010).
017300     05  WH-0049-PRIOR-BUS-DT        PIC X(00010).
017400     05  WH-0049-ROW-CNT             PIC S9(00009) COMP.
017500     05  WH-0049-CARR-ID             PIC X(00030).
017600     05  WH-0049-END-LMT-TX          PIC X(00015).
017700     05  WH-0049-BENEFIT-TY-CD       PIC X(00001).
017800     05  WH-0049-OUT-CNT             PIC S9(00009) COMP.
017900     05  WH-0049-OUT-DED-AMT         PIC S9(00011)V9(00002)
018000                                     COMP-3.
018100     05  WH-0049-OUT-OOP-AMT         PIC S9(00011)V9(00002)
018200                                     COMP-3.
018300     EXEC SQL END DECLARE SECTION END-EXEC.
018400*****************************************************************
018500*  REPORT LINE LAYOUTS                                         *
018600*****************************************************************
018700 01  RL-0049-HDG1.
018800     05  FILLER                      PIC X(00001) VALUE SPACE.
018900     05  FILLER                      PIC X(00050) VALUE
019000         'PDDB0049 - INTEGRATED ACCUMULATOR RECONCILIATION'.
019100     05  FILLER                      PIC X(00016)
019200                                     VALUE 'BUSINESS DATE '.
019300     05  RL-0049-H-BUS-DT            PIC X(00010).
019400 01  RL-0049-HDG2.
019500     05  FILLER                      PIC X(00001) VALUE SPACE.
019600     05  FILLER                      PIC X(00009) VALUE 'CARRIER'.
019700     05  RL-0049-H-CARR-ID           PIC X(00012).
019800     05  FILLER                      PIC X(00011)
019900                                     VALUE 'FILE DATE'.
020000     05  RL-0049-H-FILE-DT           PIC X(00012).
020100     05  FILLER                      PIC X(00019)
020200                                     VALUE 'PHARMACY LOADED TO'.
020300     05  RL-0049-H-PHRM-THRU-DT      PIC X(00010).
020400 01  RL-0049-HDG3.
020500     05  FILLER                      PIC X(00001) VALUE SPACE.
020600     05  FILLER                      PIC X(00050) VALUE
020700         'REJECTED RECORDS'.
020800 01  RL-0049-HDG4.
020900     05  FILLER                      PIC X(00001) VALUE SPACE.
021000     05  FILLER                      PIC X(00022)
021100                                     VALUE 'CARRIER RECORD'.
021200     05  FILLER                      PIC X(00011) VALUE 'MEMBER'.
021300     05  FILLER                      PIC X(00010) VALUE 'GROUP'.
021400     05  FILLER                      PIC X(00006) VALUE 'YEAR'.
021500     05  FILLER                      PIC X(00017)
021600                                     VALUE '      DEDUCTIBLE'.
021700     05  FILLER                      PIC X(00017)
021800                                     VALUE '   OUT-OF-POCKET'.
021900     05  FILLER                      PIC X(00024) VALUE 'REASON'.
022000 01  RL-0049-DETAIL.
022100     05  FILLER                      PIC X(00001) VALUE SPACE.
022200     05  RL-0049-D-CARR-REF          PIC X(00020).
022300     05  FILLER                      PIC X(00002) VALUE SPACES.
022400     05  RL-0049-D-SYS-ID            PIC X(00009).
022500     05  FILLER                      PIC X(00002) VALUE SPACES.
022600     05  RL-0049-D-GROUP-ID          PIC X(00008).
022700     05  FILLER                      PIC X(00002) VALUE SPACES.
022800     05  RL-0049-D-YR-ID             PIC X(00004).
022900     05  FILLER                      PIC X(00002) VALUE SPACES.
023000     05  RL-0049-D-DED-AMT           PIC ZZZ,ZZZ,ZZ9.99-.
023100     05  FILLER                      PIC X(00002) VALUE SPACES.
023200     05  RL-0049-D-OOP-AMT           PIC ZZZ,ZZZ,ZZ9.99-.
023300     05  FILLER                      PIC X(00002) VALUE SPACES.
023400     05  RL-0049-D-RSN-TX            PIC X(00024).
023500 01  RL-0049-FILE-RJCT.
023600     05  FILLER                      PIC X(00001) VALUE SPACE.
023700     05  FILLER                      PIC X(00024) VALUE
023800         'FILE REJECTED - '.
023900     05  RL-0049-F-RSN-TX            PIC X(00040).
024000 01  RL-0049-COUNT-LINE.
024100     05  FILLER                      PIC X(00001) VALUE SPACE.
024200     05  RL-0049-C-LABEL             PIC X(00034).
024300     05  RL-0049-C-CNT               PIC ZZZ,ZZZ,ZZ9.
024400 01  RL-0049-AMT-LINE.
024500     05  FILLER                      PIC X(00001) VALUE SPACE.
024600     05  RL-0049-A-LABEL             PIC X(00034).
024700     05  RL-0049-A-DED-AMT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
024800     05  FILLER                      PIC X(00002) VALUE SPACES.
024900     05  RL-0049-A-OOP-AMT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
025000 01  RL-0049-BAL-LINE.
025100     05  FILLER                      PIC X(00001) VALUE SPACE.
025200     05  FILLER                      PIC X(00034) VALUE
025300         'RECORDS READ VS DISPOSED OF'.
025400     05  RL-0049-B-STAT-TX           PIC X(00014).
025500*****************************************************************
025600*  PROCEDURE DIVISION                                          *
025700*****************************************************************
025800 PROCEDURE DIVISION.
025900 0000-MAINLINE.
026000     PERFORM 1000-INITIALIZE
026100         THRU 1000-INITIALIZE-EXIT.
026200     PERFORM 1100-CHECK-FILE
026300         THRU 1100-CHECK-FILE-EXIT.
026400     IF WB-0049-FILE-RJCT-TX NOT = SPACES
026500         PERFORM 1900-REJECT-FILE
026600             THRU 1900-REJECT-FILE-EXIT
026700         GOBACK
026800     END-IF.
026900     PERFORM 2000-ONE-RECORD
027000         THRU 2000-ONE-RECORD-EXIT
027100         UNTIL WB-0049-EOF.
027200     PERFORM 8000-FINALIZE
027300         THRU 8000-FINALIZE-EXIT.
027400     GOBACK.
027500*****************************************************************
027600*    1000-INITIALIZE - THE BUSINESS DAY AND THE RERUN CLEAR-    *
027700*    DOWN OF THE DAY'S EARLIER REJECTS                          *
027800*****************************************************************
027900 1000-INITIALIZE.
028000     MOVE 'PDDB0049'             TO WK-9004-PGM-ID.
028100     MOVE SPACES                 TO WK-9004-OVRD-DT.
028200     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
028300     IF WK-9004-NO-BUS-DT
028400         DISPLAY 'PDDB0049 - NO BUSINESS PROCESSING DATE'
028500         MOVE 16 TO RETURN-CODE
028600         GOBACK
028700     END-IF.
028800     MOVE WK-9004-BUS-DT         TO WH-0049-BUS-DT
028900                                    RL-0049-H-BUS-DT.
029000     OPEN OUTPUT RPTB049-FILE.
029100     WRITE RPTB049-REC FROM RL-0049-HDG1
029200         BEFORE ADVANCING TO-NEW-PAGE.
029300     EXEC SQL
029400         DELETE FROM C_ACCUM_XCHG_TB
029500          WHERE C_XCHG_DIR_CD  = 'I'
029600            AND G_BUS_DT       = :WH-0049-BUS-DT
029700            AND C_XCHG_STAT_CD = 'R'
029800     END-EXEC.
029900     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
030000         GO TO 9999-SQL-ERROR
030100     END-IF.
030200     EXEC SQL COMMIT END-EXEC.
030300 1000-INITIALIZE-EXIT.
030400     EXIT.
030500*****************************************************************
030600*    1100-CHECK-FILE - FIRST PASS: HEADER FIRST, TRAILER LAST,  *
030700*    AND THE TRAILER'S COUNT AND HASH (MEDICAL DEDUCTIBLE PLUS  *
030800*    OUT-OF-POCKET) AGREEING WITH THE DETAIL RECORDS            *
030900*****************************************************************
031000 1100-CHECK-FILE.
031100     OPEN INPUT ACCMIN-FILE.
031200     PERFORM 2100-READ-NEXT
031300         THRU 2100-READ-NEXT-EXIT.
031400     IF WB-0049-EOF
031500        OR AI-REC-TY NOT = 'HDR'
031600        OR AI-HDR-CARR-ID = SPACES
031700         MOVE 'NO HEADER RECORD'  TO WB-0049-FILE-RJCT-TX
031800         GO TO 1100-CHECK-FILE-CLOSE
031900     END-IF.
032000     MOVE AI-HDR-CARR-ID         TO WB-0049-CARR-ID.
032100     MOVE AI-HDR-FILE-DT         TO WB-0049-FILE-DT.
032200     MOVE AI-HDR-PHRM-THRU-DT    TO WB-0049-PHRM-THRU-DT.
032300     PERFORM 1200-CHECK-ONE
032400         THRU 1200-CHECK-ONE-EXIT
032500         UNTIL WB-0049-EOF.
032600     IF NOT WB-0049-TRL-SEEN
032700         MOVE 'NO TRAILER RECORD' TO WB-0049-FILE-RJCT-TX
032800         GO TO 1100-CHECK-FILE-CLOSE
032900     END-IF.
033000     IF WB-0049-FILE-RJCT-TX NOT = SPACES
033100         GO TO 1100-CHECK-FILE-CLOSE
033200     END-IF.
033300     IF WB-0049-TRL-CNT NOT = WB-0049-DTL-CNT
033400         MOVE 'TRAILER COUNT DOES NOT AGREE'
033500                                 TO WB-0049-FILE-RJCT-TX
033600         GO TO 1100-CHECK-FILE-CLOSE
033700     END-IF.
033800     IF WB-0049-TRL-HASH NOT = WB-0049-HASH-AMT
033900         MOVE 'TRAILER HASH TOTAL DOES NOT AGREE'
034000                                 TO WB-0049-FILE-RJCT-TX
034100     END-IF.
034200 1100-CHECK-FILE-CLOSE.
034300     CLOSE ACCMIN-FILE.
034400     IF WB-0049-FILE-RJCT-TX NOT = SPACES
034500         GO TO 1100-CHECK-FILE-EXIT
034600     END-IF.
034700*    SECOND PASS - POSITION PAST THE HEADER.
034800     MOVE 'N'                    TO WB-0049-EOF-SW
034900                                    WB-0049-TRL-SW.
035000     MOVE ZERO                   TO WB-0049-READ-CNT.
035100     OPEN INPUT ACCMIN-FILE.
035200     PERFORM 2100-READ-NEXT
035300         THRU 2100-READ-NEXT-EXIT.
035400     PERFORM 2100-READ-NEXT
035500         THRU 2100-READ-NEXT-EXIT.
035600     MOVE WB-0049-CARR-ID        TO RL-0049-H-CARR-ID.
035700     MOVE WB-0049-FILE-DT        TO RL-0049-H-FILE-DT.
035800     MOVE WB-0049-PHRM-THRU-DT   TO RL-0049-H-PHRM-THRU-DT.
035900     WRITE RPTB049-REC FROM RL-0049-HDG2
036000         AFTER ADVANCING 1 LINE.
036100     WRITE RPTB049-REC FROM RL-0049-HDG3
036200         AFTER ADVANCING 2 LINES.
036300     WRITE RPTB049-REC FROM RL-0049-HDG4
036400         AFTER ADVANCING 1 LINE.
036500 1100-CHECK-FILE-EXIT.
036600     EXIT.
036700*****************************************************************
036800*    1200-CHECK-ONE - ONE RECORD OF THE FIRST PASS.  NOTHING    *
036900*    MAY FOLLOW THE TRAILER.                                    *
037000*****************************************************************
037100 1200-CHECK-ONE.
037200     PERFORM 2100-READ-NEXT
037300         THRU 2100-READ-NEXT-EXIT.
037400     IF WB-0049-EOF
037500         GO TO 1200-CHECK-ONE-EXIT
037600     END-IF.
037700     IF WB-0049-TRL-SEEN
037800         MOVE 'RECORDS AFTER THE TRAILER' TO WB-0049-FILE-RJCT-TX
037900         GO TO 1200-CHECK-ONE-EXIT
038000     END-IF.
038100     IF AI-REC-TY = 'TRL'
038200         SET WB-0049-TRL-SEEN    TO TRUE
038300         IF AI-TRL-REC-CNT  NOT NUMERIC
038400            OR AI-TRL-HASH-AMT NOT NUMERIC
038500            OR (AI-TRL-HASH-SIGN NOT = '+' AND '-')
038600             MOVE 'TRAILER RECORD UNREADABLE'
038700                                 TO WB-0049-FILE-RJCT-TX
038800             GO TO 1200-CHECK-ONE-EXIT
038900         END-IF
039000         MOVE AI-TRL-REC-CNT-9   TO WB-0049-TRL-CNT
039100         IF AI-TRL-HASH-SIGN = '-'
039200             COMPUTE WB-0049-TRL-HASH = 0 - AI-TRL-HASH-AMT-9
039300         ELSE
039400             MOVE AI-TRL-HASH-AMT-9 TO WB-0049-TRL-HASH
039500         END-IF
039600         GO TO 1200-CHECK-ONE-EXIT
039700     END-IF.
039800*    ANY OTHER RECORD IS A DETAIL; ONE THAT CANNOT BE READ IS
039900*    COUNTED HERE AND REJECTED ON ITS OWN IN THE SECOND PASS.
040000     ADD 1                       TO WB-0049-DTL-CNT.
040100     PERFORM 2200-PARSE-DETAIL
040200         THRU 2200-PARSE-DETAIL-EXIT.
040300     IF WB-0049-RJCT-RSN-TX = SPACES
040400         ADD WB-0049-DED-AMT     TO WB-0049-HASH-AMT
040500         ADD WB-0049-OOP-AMT     TO WB-0049-HASH-AMT
040600     END-IF.
040700 1200-CHECK-ONE-EXIT.
040800     EXIT.
040900*****************************************************************
041000*    1900-REJECT-FILE - THE WHOLE FILE REFUSED, RC 8            *
041100*****************************************************************
041200 1900-REJECT-FILE.
041300     DISPLAY 'PDDB0049 - ACCMIN FILE REJECTED - '
041400             WB-0049-FILE-RJCT-TX.
041500     MOVE WB-0049-FILE-RJCT-TX   TO RL-0049-F-RSN-TX.
041600     WRITE RPTB049-REC FROM RL-0049-FILE-RJCT
041700         AFTER ADVANCING 2 LINES.
041800     CLOSE RPTB049-FILE.
041900     MOVE 8 TO RETURN-CODE.
042000 1900-REJECT-FILE-EXIT.
042100     EXIT.
042200*****************************************************************
042300*    2000-ONE-RECORD - SECOND PASS: ONE MEMBER RECORD CHECKED,  *
042400*    THEN APPLIED OR REJECTED AS ONE UNIT OF WORK               *
042500*****************************************************************
042600 2000-ONE-RECORD.
042700     IF AI-REC-TY = 'TRL'
042800         SET WB-0049-EOF         TO TRUE
042900         GO TO 2000-ONE-RECORD-EXIT
043000     END-IF.
043100     ADD 1                       TO WB-0049-REC-NUM.
043200     MOVE 'N'                    TO WB-0049-DONE-SW.
043300     PERFORM 2200-PARSE-DETAIL
043400         THRU 2200-PARSE-DETAIL-EXIT.
043500     IF WB-0049-RJCT-RSN-TX NOT = SPACES
043600         PERFORM 3900-REJECT
043700             THRU 3900-REJECT-EXIT
043800         GO TO 2000-ONE-RECORD-NEXT
043900     END-IF.
044000     ADD WB-0049-DED-AMT         TO WB-0049-IN-DED-TOT.
044100     ADD WB-0049-OOP-AMT         TO WB-0049-IN-OOP-TOT.
044200     PERFORM 2300-EDIT-RECORD
044300         THRU 2300-EDIT-RECORD-EXIT.
044400     IF WB-0049-RJCT-RSN-TX NOT = SPACES
044500         PERFORM 3900-REJECT
044600             THRU 3900-REJECT-EXIT
044700         GO TO 2000-ONE-RECORD-NEXT
044800     END-IF.
044900     IF WB-0049-DONE-TODAY
045000*        APPLIED ON THIS BUSINESS DATE BY AN EARLIER RUN.
045100         ADD 1 TO WB-0049-RERUN-CNT
045200         GO TO 2000-ONE-RECORD-NEXT
045300     END-IF.
045400     PERFORM 3000-APPLY-RECORD
045500         THRU 3000-APPLY-RECORD-EXIT.
045600 2000-ONE-RECORD-NEXT.
045700     PERFORM 2100-READ-NEXT
045800         THRU 2100-READ-NEXT-EXIT.
045900 2000-ONE-RECORD-EXIT.
046000     EXIT.
046100*****************************************************************
046200*    2100-READ-NEXT                                             *
046300*****************************************************************
046400 2100-READ-NEXT.
046500     READ ACCMIN-FILE
046600         AT END SET WB-0049-EOF TO TRUE
046700         NOT AT END ADD 1 TO WB-0049-READ-CNT
046800     END-READ.
046900 2100-READ-NEXT-EXIT.
047000     EXIT.
047100*****************************************************************
047200*    2200-PARSE-DETAIL - THE DETAIL INTO C_ACCUM_XCHG_TB FORM   *
047300*    AND THE SIGNED MEDICAL AMOUNTS; A FIELD THAT CANNOT BE     *
047400*    READ LEAVES A REASON AND ZERO IN ITS PLACE                 *
047500*****************************************************************
047600 2200-PARSE-DETAIL.
047700     MOVE SPACES                 TO WB-0049-RJCT-RSN-TX.
047800     MOVE ZERO                   TO WB-0049-DED-AMT
047900                                    WB-0049-OOP-AMT
048000                                    CLACXGTB-R-CUST-PART-NUM
048100                                    CLACXGTB-B-SYS-ID
048200                                    CLACXGTB-C-CARR-YTD-DED-AMT
048300                                    CLACXGTB-C-CARR-YTD-OOP-AMT.
048400     MOVE AI-DTL-CARR-REF        TO CLACXGTB-C-CARR-REF-TX.
048500     MOVE AI-DTL-CRDHLDR-ID      TO CLACXGTB-B-CRDHLDR-ID.
048600     MOVE AI-DTL-GROUP-ID        TO CLACXGTB-R-GROUP-ID.
048700     MOVE AI-DTL-YR-ID           TO CLACXGTB-B-YR-ID.
048800     IF AI-REC-TY NOT = 'DTL'
048900        OR AI-DTL-CARR-REF      = SPACES
049000        OR AI-DTL-CUST-PART-NUM NOT NUMERIC
049100        OR AI-DTL-SYS-ID        NOT NUMERIC
049200        OR AI-DTL-YR-ID         NOT NUMERIC
049300        OR AI-DTL-DED-AMT       NOT NUMERIC
049400        OR AI-DTL-OOP-AMT       NOT NUMERIC
049500        OR AI-DTL-YTD-DED-AMT   NOT NUMERIC
049600        OR AI-DTL-YTD-OOP-AMT   NOT NUMERIC
049700        OR (AI-DTL-DED-SIGN     NOT = '+' AND '-')
049800        OR (AI-DTL-OOP-SIGN     NOT = '+' AND '-')
049900        OR (AI-DTL-YTD-DED-SIGN NOT = '+' AND '-')
050000        OR (AI-DTL-YTD-OOP-SIGN NOT = '+' AND '-')
050100         MOVE 'UNREADABLE RECORD' TO WB-0049-RJCT-RSN-TX
050200         GO TO 2200-PARSE-DETAIL-EXIT
050300     END-IF.
050400     MOVE AI-DTL-CUST-PART-NUM-9 TO CLACXGTB-R-CUST-PART-NUM.
050500     MOVE AI-DTL-SYS-ID-9        TO CLACXGTB-B-SYS-ID.
050600     IF AI-DTL-DED-SIGN = '-'
050700         COMPUTE WB-0049-DED-AMT = 0 - AI-DTL-DED-AMT-9
050800     ELSE
050900         MOVE AI-DTL-DED-AMT-9   TO WB-0049-DED-AMT
051000     END-IF.
051100     IF AI-DTL-OOP-SIGN = '-'
051200         COMPUTE WB-0049-OOP-AMT = 0 - AI-DTL-OOP-AMT-9
051300     ELSE
051400         MOVE AI-DTL-OOP-AMT-9   TO WB-0049-OOP-AMT
051500     END-IF.
051600     IF AI-DTL-YTD-DED-SIGN = '-'
051700         COMPUTE CLACXGTB-C-CARR-YTD-DED-AMT =
051800             0 - AI-DTL-YTD-DED-AMT-9
051900     ELSE
052000         MOVE AI-DTL-YTD-DED-AMT-9 TO CLACXGTB-C-CARR-YTD-DED-AMT
052100     END-IF.
052200     IF AI-DTL-YTD-OOP-SIGN = '-'
052300         COMPUTE CLACXGTB-C-CARR-YTD-OOP-AMT =
052400             0 - AI-DTL-YTD-OOP-AMT-9
052500     ELSE
052600         MOVE AI-DTL-YTD-OOP-AMT-9 TO CLACXGTB-C-CARR-YTD-OOP-AMT
052700     END-IF.
052800 2200-PARSE-DETAIL-EXIT.
052900     EXIT.
053000*****************************************************************
053100*    2300-EDIT-RECORD - DUPLICATE, MEMBER AND GROUP EDITS.  A   *
053200*    RECORD APPLIED EARLIER TODAY SETS THE DONE SWITCH ONLY.    *
053300*****************************************************************
053400 2300-EDIT-RECORD.
053500     MOVE SPACES                 TO WH-0049-PRIOR-BUS-DT.
053600     EXEC SQL
053700         SELECT G_BUS_DT
053800           INTO :WH-0049-PRIOR-BUS-DT
053900           FROM C_ACCUM_XCHG_TB
054000          WHERE C_XCHG_DIR_CD  = 'I'
054100            AND C_XCHG_STAT_CD = 'A'
054200            AND C_CARR_ID      = :WB-0049-CARR-ID
054300            AND C_CARR_REF_TX  = :CLACXGTB-C-CARR-REF-TX
054400            AND ROWNUM = 1
054500     END-EXEC.
054600     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
054700         GO TO 9999-SQL-ERROR
054800     END-IF.
054900     IF SQLCODE = 0
055000         IF WH-0049-PRIOR-BUS-DT = WH-0049-BUS-DT
055100             SET WB-0049-DONE-TODAY TO TRUE
055200         ELSE
055300             MOVE 'DUPLICATE CARRIER RECORD'
055400                                 TO WB-0049-RJCT-RSN-TX
055500         END-IF
055600         GO TO 2300-EDIT-RECORD-EXIT
055700     END-IF.
055800     EXEC SQL
055900         SELECT COUNT(*)
056000           INTO :WH-0049-ROW-CNT
056100           FROM R_MBR_ELIG_TB
056200          WHERE R_CUST_PART_NUM = :CLACXGTB-R-CUST-PART-NUM
056300            AND B_SYS_ID        = :CLACXGTB-B-SYS-ID
056400     END-EXEC.
056500     IF SQLCODE NOT = 0
056600         GO TO 9999-SQL-ERROR
056700     END-IF.
056800     IF WH-0049-ROW-CNT = 0
056900         MOVE 'MEMBER NOT ON FILE'  TO WB-0049-RJCT-RSN-TX
057000         GO TO 2300-EDIT-RECORD-EXIT
057100     END-IF.
057200     MOVE SPACES                 TO WH-0049-CARR-ID
057300                                    WH-0049-END-LMT-TX.
057400     EXEC SQL
057500         SELECT G_LIST_DTL_TX, G_LIST_END_LMT
057600           INTO :WH-0049-CARR-ID, :WH-0049-END-LMT-TX
057700           FROM G_LIST_DTL_TB
057800          WHERE G_LIST_SUBSYS_CD = 'C'
057900            AND G_LIST_NUM       = '7542'
058000            AND RTRIM(G_LIST_STRT_LMT) =
058100                RTRIM(:CLACXGTB-R-GROUP-ID)
058200            AND G_LIST_EFF_STRT_DT <=
058300                TO_DATE(:WH-0049-BUS-DT, 'YYYY-MM-DD')
058400            AND G_LIST_EFF_END_DT  >=
058500                TO_DATE(:WH-0049-BUS-DT, 'YYYY-MM-DD')
058600            AND ROWNUM = 1
058700     END-EXEC.
058800     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
058900         GO TO 9999-SQL-ERROR
059000     END-IF.
059100     IF SQLCODE = 100
059200         MOVE 'GROUP NOT INTEGRATED'  TO WB-0049-RJCT-RSN-TX
059300         GO TO 2300-EDIT-RECORD-EXIT
059400     END-IF.
059500     IF WH-0049-CARR-ID (1:10) NOT = WB-0049-CARR-ID
059600         MOVE 'GROUP OF ANOTHER CARRIER' TO WB-0049-RJCT-RSN-TX
059700     END-IF.
059800 2300-EDIT-RECORD-EXIT.
059900     EXIT.
060000*****************************************************************
060100*    3000-APPLY-RECORD - THE MEDICAL DEDUCTIBLE TO THE GROUP'S  *
060200*    DEDUCTIBLE ACCUMULATOR AND THE MEDICAL OUT-OF-POCKET TO    *
060300*    ITS OUT-OF-POCKET ACCUMULATOR, AND THE 'A' ROW - ONE       *
060400*    COMMIT, OR ALL OF IT BACKED OUT AND THE RECORD REJECTED    *
060500*****************************************************************
060600 3000-APPLY-RECORD.
060700     IF WB-0049-DED-AMT NOT = ZERO
060800         MOVE WH-0049-END-LMT-TX (1:1) TO WH-0049-BENEFIT-TY-CD
060900         MOVE WB-0049-DED-AMT    TO WK-9009-ADJ-AMT
061000         MOVE 'MDED'             TO WK-9009-RSN-CD
061100         PERFORM 3100-APPLY-ONE
061200             THRU 3100-APPLY-ONE-EXIT
061300     END-IF.
061400     IF WB-0049-RJCT-RSN-TX NOT = SPACES
061500         PERFORM 3900-REJECT
061600             THRU 3900-REJECT-EXIT
061700         GO TO 3000-APPLY-RECORD-EXIT
061800     END-IF.
061900     IF WB-0049-OOP-AMT NOT = ZERO
062000         MOVE WH-0049-END-LMT-TX (2:1) TO WH-0049-BENEFIT-TY-CD
062100         MOVE WB-0049-OOP-AMT    TO WK-9009-ADJ-AMT
062200         MOVE 'MOOP'             TO WK-9009-RSN-CD
062300         PERFORM 3100-APPLY-ONE
062400             THRU 3100-APPLY-ONE-EXIT
062500     END-IF.
062600     IF WB-0049-RJCT-RSN-TX NOT = SPACES
062700         PERFORM 3900-REJECT
062800             THRU 3900-REJECT-EXIT
062900         GO TO 3000-APPLY-RECORD-EXIT
063000     END-IF.
063100     SET CLACXGTB-C-XCHG-APPLIED TO TRUE.
063200     MOVE SPACES                 TO CLACXGTB-C-RJCT-RSN-TX.
063300     PERFORM 3800-INSERT-XCHG
063400         THRU 3800-INSERT-XCHG-EXIT.
063500     EXEC SQL COMMIT END-EXEC.
063600     ADD 1                       TO WB-0049-APPLIED-CNT.
063700     ADD WB-0049-DED-AMT         TO WB-0049-APL-DED-TOT.
063800     ADD WB-0049-OOP-AMT         TO WB-0049-APL-OOP-TOT.
063900 3000-APPLY-RECORD-EXIT.
064000     EXIT.
064100*****************************************************************
064200*    3100-APPLY-ONE - ONE AMOUNT THROUGH PDDS9009.  A MEMBER    *
064300*    WITH NO PHARMACY SPEND YET THIS YEAR HAS NO ACCUMULATOR    *
064400*    ROW; ONE IS STARTED AT ZERO (AS PDDB0017 DOES) SO THE      *
064500*    MEDICAL AMOUNT IS NOT LOST.                                *
064600*****************************************************************
064700 3100-APPLY-ONE.
064800     IF WH-0049-BENEFIT-TY-CD = SPACES
064900         MOVE 'GROUP NOT INTEGRATED'  TO WB-0049-RJCT-RSN-TX
065000         GO TO 3100-APPLY-ONE-EXIT
065100     END-IF.
065200     EXEC SQL
065300         SELECT COUNT(*)
065400           INTO :WH-0049-ROW-CNT
065500           FROM B_BENEFIT_TB
065600          WHERE B_SYS_ID        = :CLACXGTB-B-SYS-ID
065700            AND B_YR_ID         = :CLACXGTB-B-YR-ID
065800            AND RTRIM(R_GROUP_ID) = RTRIM(:CLACXGTB-R-GROUP-ID)
065900            AND B_BENEFIT_TY_CD = :WH-0049-BENEFIT-TY-CD
066000     END-EXEC.
066100     IF SQLCODE NOT = 0
066200         GO TO 9999-SQL-ERROR
066300     END-IF.
066400     IF WH-0049-ROW-CNT = 0
066500         EXEC SQL
066600             INSERT INTO B_BENEFIT_TB
066700                    (B_SYS_ID, B_YR_ID, R_GROUP_ID,
066800                     B_BENEFIT_TY_CD, B_BENEFIT_YTD_AMT,
066900                     B_BENE_CAP_STAT_CD, B_PDCS_YTD_AMT)
067000             VALUES (:CLACXGTB-B-SYS-ID,
067100                     :CLACXGTB-B-YR-ID,
067200                     :CLACXGTB-R-GROUP-ID,
067300                     :WH-0049-BENEFIT-TY-CD,
067400                     0, ' ', 0)
067500         END-EXEC
067600         IF SQLCODE NOT = 0
067700             GO TO 9999-SQL-ERROR
067800         END-IF
067900     END-IF.
068000     MOVE CLACXGTB-B-SYS-ID      TO WK-9009-SYS-ID.
068100     MOVE CLACXGTB-B-YR-ID       TO WK-9009-YR-ID.
068200     MOVE CLACXGTB-R-GROUP-ID    TO WK-9009-GROUP-ID.
068300     MOVE WH-0049-BENEFIT-TY-CD  TO WK-9009-BENEFIT-TY-CD.
068400     MOVE 'PDDB0049'             TO WK-9009-USER-ID.
068500     CALL 'PDDS9009' USING WK-9009-CALL-PARMS.
068600     EVALUATE TRUE
068700       WHEN WK-9009-APPLIED
068800         CONTINUE
068900       WHEN WK-9009-NOT-ON-FILE
069000         MOVE 'ACCUMULATOR NOT ON FILE' TO WB-0049-RJCT-RSN-TX
069100       WHEN WK-9009-WOULD-GO-NEGATIVE
069200         MOVE 'WOULD DRIVE NEGATIVE'    TO WB-0049-RJCT-RSN-TX
069300       WHEN WK-9009-BAD-PARMS
069400         MOVE 'UNREADABLE RECORD'       TO WB-0049-RJCT-RSN-TX
069500       WHEN OTHER
069600         DISPLAY 'PDDB0049 - PDDS9009 REPLY ' WK-9009-REPLY-CD
069700                 ' SQLCODE = ' WK-9009-SQLCODE
069800         GO TO 9999-SQL-ERROR
069900     END-EVALUATE.
070000 3100-APPLY-ONE-EXIT.
070100     EXIT.
070200*****************************************************************
070300*    3800-INSERT-XCHG - THE RECORD ON C_ACCUM_XCHG_TB           *
070400*****************************************************************
070500 3800-INSERT-XCHG.
070600     SET CLACXGTB-C-XCHG-INBOUND TO TRUE.
070700     MOVE WH-0049-BUS-DT         TO CLACXGTB-G-BUS-DT.
070800     MOVE WB-0049-REC-NUM        TO CLACXGTB-C-XCHG-REC-NUM.
070900     MOVE WB-0049-CARR-ID        TO CLACXGTB-C-CARR-ID.
071000     MOVE WB-0049-DED-AMT        TO CLACXGTB-C-DED-AMT.
071100     MOVE WB-0049-OOP-AMT        TO CLACXGTB-C-OOP-AMT.
071200     MOVE WB-0049-PHRM-THRU-DT   TO CLACXGTB-C-PHRM-THRU-DT.
071300     EXEC SQL
071400         INSERT INTO C_ACCUM_XCHG_TB
071500                (C_XCHG_DIR_CD, G_BUS_DT, C_XCHG_REC_NUM,
071600                 C_CARR_ID, C_CARR_REF_TX, R_CUST_PART_NUM,
071700                 B_SYS_ID, B_CRDHLDR_ID, R_GROUP_ID, B_YR_ID,
071800                 C_DED_AMT, C_OOP_AMT, C_XCHG_STAT_CD,
071900                 C_RJCT_RSN_TX, C_CARR_YTD_DED_AMT,
072000                 C_CARR_YTD_OOP_AMT, C_PHRM_THRU_DT, G_AUD_TS)
072100         VALUES (:CLACXGTB-C-XCHG-DIR-CD,
072200                 :CLACXGTB-G-BUS-DT,
072300                 :CLACXGTB-C-XCHG-REC-NUM,
072400                 :CLACXGTB-C-CARR-ID,
072500                 :CLACXGTB-C-CARR-REF-TX,
072600                 :CLACXGTB-R-CUST-PART-NUM,
072700                 :CLACXGTB-B-SYS-ID,
072800                 :CLACXGTB-B-CRDHLDR-ID,
072900                 :CLACXGTB-R-GROUP-ID,
073000                 :CLACXGTB-B-YR-ID,
073100                 :CLACXGTB-C-DED-AMT,
073200                 :CLACXGTB-C-OOP-AMT,
073300                 :CLACXGTB-C-XCHG-STAT-CD,
073400                 :CLACXGTB-C-RJCT-RSN-TX,
073500                 :CLACXGTB-C-CARR-YTD-DED-AMT,
073600                 :CLACXGTB-C-CARR-YTD-OOP-AMT,
073700                 :CLACXGTB-C-PHRM-THRU-DT,
073800                 TO_CHAR(CURRENT_TIMESTAMP,
073900                         'YYYY-MM-DD-HH24.MI.SS.FF6'))
074000     END-EXEC.
074100     IF SQLCODE NOT = 0
074200         GO TO 9999-SQL-ERROR
074300     END-IF.
074400 3800-INSERT-XCHG-EXIT.
074500     EXIT.
074600*****************************************************************
074700*    3900-REJECT - BACK OUT ANY PART OF THE RECORD APPLIED,     *
074800*    KEEP IT AS AN 'R' ROW AND LIST IT                          *
074900*****************************************************************
075000 3900-REJECT.
075100     EXEC SQL ROLLBACK END-EXEC.
075200     ADD 1                       TO WB-0049-REJECT-CNT.
075300     ADD WB-0049-DED-AMT         TO WB-0049-RJT-DED-TOT.
075400     ADD WB-0049-OOP-AMT         TO WB-0049-RJT-OOP-TOT.
075500     SET CLACXGTB-C-XCHG-REJECTED TO TRUE.
075600     MOVE WB-0049-RJCT-RSN-TX    TO CLACXGTB-C-RJCT-RSN-TX.
075700     PERFORM 3800-INSERT-XCHG
075800         THRU 3800-INSERT-XCHG-EXIT.
075900     EXEC SQL COMMIT END-EXEC.
076000     MOVE AI-DTL-CARR-REF        TO RL-0049-D-CARR-REF.
076100     MOVE AI-DTL-SYS-ID          TO RL-0049-D-SYS-ID.
076200     MOVE AI-DTL-GROUP-ID        TO RL-0049-D-GROUP-ID.
076300     MOVE AI-DTL-YR-ID           TO RL-0049-D-YR-ID.
076400     MOVE WB-0049-DED-AMT        TO RL-0049-D-DED-AMT.
076500     MOVE WB-0049-OOP-AMT        TO RL-0049-D-OOP-AMT.
076600     MOVE WB-0049-RJCT-RSN-TX    TO RL-0049-D-RSN-TX.
076700     WRITE RPTB049-REC FROM RL-0049-DETAIL
076800         AFTER ADVANCING 1 LINE.
076900 3900-REJECT-EXIT.
077000     EXIT.
077100*****************************************************************
077200*    8000-FINALIZE - EACH SIDE'S TOTALS FOR THE DAY AND THE     *
077300*    BALANCE OF RECORDS READ TO RECORDS DISPOSED OF             *
077400*****************************************************************
077500 8000-FINALIZE.
077600     CLOSE ACCMIN-FILE.
077700     EXEC SQL
077800         SELECT COUNT(*), NVL(SUM(C_DED_AMT), 0),
077900                NVL(SUM(C_OOP_AMT), 0)
078000           INTO :WH-0049-OUT-CNT, :WH-0049-OUT-DED-AMT,
078100                :WH-0049-OUT-OOP-AMT
078200           FROM C_ACCUM_XCHG_TB
078300          WHERE C_XCHG_DIR_CD = 'O'
078400            AND G_BUS_DT      = :WH-0049-BUS-DT
078500     END-EXEC.
078600     IF SQLCODE NOT = 0
078700         GO TO 9999-SQL-ERROR
078800     END-IF.
078900     MOVE 'PHARMACY RECORDS SENT TODAY'  TO RL-0049-C-LABEL.
079000     MOVE WH-0049-OUT-CNT        TO RL-0049-C-CNT.
079100     WRITE RPTB049-REC FROM RL-0049-COUNT-LINE
079200         AFTER ADVANCING 3 LINES.
079300     MOVE '  DEDUCTIBLE / OUT-OF-POCKET'  TO RL-0049-A-LABEL.
079400     MOVE WH-0049-OUT-DED-AMT    TO RL-0049-A-DED-AMT.
079500     MOVE WH-0049-OUT-OOP-AMT    TO RL-0049-A-OOP-AMT.
079600     WRITE RPTB049-REC FROM RL-0049-AMT-LINE
079700         AFTER ADVANCING 1 LINE.
079800     MOVE 'MEDICAL RECORDS RECEIVED'     TO RL-0049-C-LABEL.
079900     MOVE WB-0049-REC-NUM        TO RL-0049-C-CNT.
080000     WRITE RPTB049-REC FROM RL-0049-COUNT-LINE
080100         AFTER ADVANCING 2 LINES.
080200     MOVE '  DEDUCTIBLE / OUT-OF-POCKET'  TO RL-0049-A-LABEL.
080300     MOVE WB-0049-IN-DED-TOT     TO RL-0049-A-DED-AMT.
080400     MOVE WB-0049-IN-OOP-TOT     TO RL-0049-A-OOP-AMT.
080500     WRITE RPTB049-REC FROM RL-0049-AMT-LINE
080600         AFTER ADVANCING 1 LINE.
080700     MOVE '  APPLIED'                    TO RL-0049-C-LABEL.
080800     MOVE WB-0049-APPLIED-CNT    TO RL-0049-C-CNT.
080900     WRITE RPTB049-REC FROM RL-0049-COUNT-LINE
081000         AFTER ADVANCING 1 LINE.
081100     MOVE '    DEDUCTIBLE / OUT-OF-POCKET' TO RL-0049-A-LABEL.
081200     MOVE WB-0049-APL-DED-TOT    TO RL-0049-A-DED-AMT.
081300     MOVE WB-0049-APL-OOP-TOT    TO RL-0049-A-OOP-AMT.
081400     WRITE RPTB049-REC FROM RL-0049-AMT-LINE
081500         AFTER ADVANCING 1 LINE.
081600     MOVE '  REJECTED'                   TO RL-0049-C-LABEL.
081700     MOVE WB-0049-REJECT-CNT     TO RL-0049-C-CNT.
081800     WRITE RPTB049-REC FROM RL-0049-COUNT-LINE
081900         AFTER ADVANCING 1 LINE.
082000     MOVE '    DEDUCTIBLE / OUT-OF-POCKET' TO RL-0049-A-LABEL.
082100     MOVE WB-0049-RJT-DED-TOT    TO RL-0049-A-DED-AMT.
082200     MOVE WB-0049-RJT-OOP-TOT    TO RL-0049-A-OOP-AMT.
082300     WRITE RPTB049-REC FROM RL-0049-AMT-LINE
082400         AFTER ADVANCING 1 LINE.
082500     MOVE '  ALREADY APPLIED TODAY'      TO RL-0049-C-LABEL.
082600     MOVE WB-0049-RERUN-CNT      TO RL-0049-C-CNT.
082700     WRITE RPTB049-REC FROM RL-0049-COUNT-LINE
082800         AFTER ADVANCING 1 LINE.
082900     COMPUTE WB-0049-DISPOSED-CNT = WB-0049-APPLIED-CNT
083000                                  + WB-0049-REJECT-CNT
083100                                  + WB-0049-RERUN-CNT.
083200     IF WB-0049-DISPOSED-CNT = WB-0049-REC-NUM
083300        AND WB-0049-REC-NUM = WB-0049-TRL-CNT
083400         MOVE 'IN BALANCE'       TO RL-0049-B-STAT-TX
083500     ELSE
083600         MOVE 'OUT OF BALANCE'   TO RL-0049-B-STAT-TX
083700         IF RETURN-CODE < 4
083800             MOVE 4 TO RETURN-CODE
083900         END-IF
084000     END-IF.
084100     WRITE RPTB049-REC FROM RL-0049-BAL-LINE
084200         AFTER ADVANCING 2 LINES.
084300     IF WB-0049-REJECT-CNT > ZERO
084400        AND RETURN-CODE < 4
084500         MOVE 4 TO RETURN-CODE
084600     END-IF.
084700     CLOSE RPTB049-FILE.
084800 8000-FINALIZE-EXIT.
084900     EXIT.
085000*****************************************************************
085100*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
085200*****************************************************************
085300 9999-SQL-ERROR.
085400     DISPLAY 'PDDB0049 - SQL ERROR ON C_ACCUM_XCHG_TB'.
085500     DISPLAY 'SQLCODE = ' SQLCODE.
085600     EXEC SQL ROLLBACK END-EXEC.
085700     MOVE 16 TO RETURN-CODE.
085800     CLOSE ACCMIN-FILE RPTB049-FILE.
085900     GOBACK.
