001600*                  PER STEP ON C_RPT_STEP_STAT_TB, SKIPS STEPS  *
001700*                  ALREADY COMPLETED FOR THE RUN DATE ON A      *
001800*                  RERUN, AND PRINTS AN END-OF-SUITE SUMMARY.   *
001810*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE *
001820*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004       *
001830*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK, SO    *
001840*                  STEP STATUS ROWS KEY ON THE BUSINESS DATE.   *
001850*                  A PROCDATE CARD OVERRIDES IT FOR A RERUN AND *
001860*                  REACHES EVERY STEP.  END-OF-SUITE SUMMARY    *
001870*                  AND HEADING NOW SHOW THE BUSINESS DATE AND   *
001880*                  CYCLE THE SUITE RAN FOR AND WHETHER A DATE   *
001890*                  CARD OVERRODE THE CONTROL TABLE.             *
001900*                                                               *
002000*****************************************************************
002100 ENVIRONMENT DIVISION.
008100                                     OCCURS 28 TIMES.
008200 01  WH-0004-RUN-DT-WS.
008300     05  WH-0004-RUN-DT-YYYYMMDD     PIC X(00008).
008333*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
008366     COPY WKC90040.
008400*****************************************************************
008500*  EXEC SQL - HOST VARIABLES / SQLCA                            *
008600*****************************************************************
009500     05  FILLER                PIC X(00001) VALUE SPACE.
009600     05  FILLER                PIC X(00044)
009700         VALUE 'PDDB0004 - REPORT SUITE DRIVER'.
009800     05  FILLER                PIC X(00014)
009900             VALUE 'BUSINESS DATE '.
010000     05  RL-0004-H1-RUN-DT     PIC X(00010).
010033     05  FILLER                PIC X(00007) VALUE '  CYCLE'.
010066     05  RL-0004-H1-CYCLE      PIC Z(00006)9.
010100 01  RL-0004-DETAIL.
010200     05  FILLER                PIC X(00001) VALUE SPACE.
010300     05  RL-0004-D-PGM         PIC X(00008).
011500     05  RL-0004-T-FAIL        PIC ZZZZ9.
011600     05  FILLER                PIC X(00011) VALUE '  WORST CC'.
011700     05  RL-0004-T-WORST       PIC ZZZZ9.
011710 01  RL-0004-BUS-DT-LINE.
011720     05  FILLER                PIC X(00001) VALUE SPACE.
011730     05  FILLER                PIC X(00029)
011740             VALUE 'SUITE RAN FOR BUSINESS DATE '.
011750     05  RL-0004-B-BUS-DT      PIC X(00010).
011760     05  FILLER                PIC X(00007) VALUE '  CYCLE'.
011770     05  RL-0004-B-CYCLE       PIC Z(00006)9.
011780     05  FILLER                PIC X(00002) VALUE SPACES.
011790     05  RL-0004-B-SOURCE      PIC X(00020).
011800*****************************************************************
011900*  PROCEDURE DIVISION                                          *
012000*****************************************************************
013300*    1000-INITIALIZE                                            *
013400*****************************************************************
013500 1000-INITIALIZE.
013511     MOVE 'PDDB0004'             TO WK-9004-PGM-ID.
013522     MOVE SPACES                 TO WK-9004-OVRD-DT.
013533     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
013544     IF WK-9004-NO-BUS-DT
013555         DISPLAY 'PDDB0004 - NO BUSINESS PROCESSING DATE'
013566         MOVE 16 TO RETURN-CODE
013577         GOBACK
013588     END-IF.
013600     OPEN OUTPUT RPTB004-FILE.
013700     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0004-RUN-DT-YYYYMMDD.
013800     MOVE SPACES TO CLSTEPTB-C-RUN-DT.
013900     STRING WH-0004-RUN-DT-YYYYMMDD (1:4) '-'
014000            WH-0004-RUN-DT-YYYYMMDD (5:2) '-'
014100            WH-0004-RUN-DT-YYYYMMDD (7:2)
014200         DELIMITED BY SIZE INTO CLSTEPTB-C-RUN-DT.
014300     MOVE CLSTEPTB-C-RUN-DT         TO RL-0004-H1-RUN-DT.
014350     MOVE WK-9004-CYCLE-NUM         TO RL-0004-H1-CYCLE.
014400     WRITE RPTB004-REC FROM RL-0004-HDG1
014500         BEFORE ADVANCING TO-NEW-PAGE.
014600 1000-INITIALIZE-EXIT.
026400     MOVE WB-0004-WORST-CC          TO RL-0004-T-WORST.
026500     WRITE RPTB004-REC FROM RL-0004-TOTAL
026600         AFTER ADVANCING 2 LINES.
026610     MOVE CLSTEPTB-C-RUN-DT         TO RL-0004-B-BUS-DT.
026620     MOVE WK-9004-CYCLE-NUM         TO RL-0004-B-CYCLE.
026630     IF WK-9004-DATE-FROM-CARD
026640         MOVE 'DATE CARD OVERRIDE'  TO RL-0004-B-SOURCE
026650     ELSE
026660         MOVE 'CONTROL TABLE'       TO RL-0004-B-SOURCE
026670     END-IF.
026680     WRITE RPTB004-REC FROM RL-0004-BUS-DT-LINE
026690         AFTER ADVANCING 1 LINE.
026700     EXEC SQL COMMIT END-EXEC.
026800     CLOSE RPTB004-FILE.
026900     MOVE WB-0004-WORST-CC          TO RETURN-CODE.
