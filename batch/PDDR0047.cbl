002510*  09/02/26  ACS   NOTICE-ROW HOST VARIABLES MOVED TO THE NEW  *
002520*                  CLDNLNTB DCLGEN SO THE LAYOUT HAS ONE       *
002530*                  AUTHORITATIVE DEFINITION.                   *
002544*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002558*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002572*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
002586*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
002600*                                                              *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
006400                                     VALUE ZERO.
006500 77  WR-0047-SUPPRESS-CNT            PIC S9(00009) COMP-3
006600                                     VALUE ZERO.
006633*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
006666     COPY WKC90040.
006700*****************************************************************
006800*  EXEC SQL - SQLCA, HOST VARIABLES, SELECTION CURSOR           *
006900*****************************************************************
014500*    1000-INITIALIZE                                            *
014600*****************************************************************
014700 1000-INITIALIZE.
014711     MOVE 'PDDR0047'             TO WK-9004-PGM-ID.
014722     MOVE SPACES                 TO WK-9004-OVRD-DT.
014733     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
014744     IF WK-9004-NO-BUS-DT
014755         DISPLAY 'PDDR0047 - NO BUSINESS PROCESSING DATE'
014766         MOVE 16 TO RETURN-CODE
014777         GOBACK
014788     END-IF.
014800     OPEN OUTPUT LTRFILE-FILE RPT0047-FILE.
014850     MOVE WK-9004-BUS-DT         TO WH-0047-RUN-DT.
014900     EXEC SQL
015000         SELECT TO_CHAR(TO_DATE(:WH-0047-RUN-DT,
015100                                'YYYY-MM-DD') - 30,
015200                        'YYYY-MM-DD')
015300           INTO :WH-0047-SUPPRESS-DT
015400           FROM DUAL
015500     END-EXEC.
015600     IF SQLCODE NOT = 0
023600          WHERE R_CLM_EXC_CD = :CLMSGCTB-R-CLM-EXC-CD
023700            AND R_GROUP_ID   = :CLMSGCTB-R-GROUP-ID
023750            AND R_LANG_CD    = :WH-0047-LANG-CD
023833            AND R_MSG_BEG_DT <= :WH-0047-RUN-DT
023916            AND R_MSG_END_DT >= :WH-0047-RUN-DT
024000            AND ROWNUM = 1
024100     END-EXEC.
024200     IF SQLCODE = 100
024700              WHERE R_CLM_EXC_CD = :CLMSGCTB-R-CLM-EXC-CD
024800                AND R_GROUP_ID   = 'ALL     '
024850                AND R_LANG_CD   IN (:WH-0047-LANG-CD, 'ENG')
024933                AND R_MSG_BEG_DT <= :WH-0047-RUN-DT
025016                AND R_MSG_END_DT >= :WH-0047-RUN-DT
025100                AND ROWNUM = 1
025200         END-EXEC
025300     END-IF.
