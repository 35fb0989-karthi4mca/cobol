001800*                  CLAIMS AND EXEMPTED DOLLARS BY CATEGORY     *
001900*                  (CHILD / PREGNANT / INSTITUTIONALIZED)      *
002000*                  FOR THE MONTH ON THE CPXPARM CARD.          *
002020*  10/15/26  ACS   WITH NO CPXPARM CARD THE RUN NOW DEFAULTS   *
002040*                  TO THE PREVIOUS CALENDAR MONTH OF THE       *
002060*                  BUSINESS PROCESSING DATE FROM               *
002080*                  G_PROC_DT_CTL_TB (SHARED PDDS9004 ROUTINE). *
002100*                                                              *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
005500                                     VALUE ZERO.
005600 77  WR-0059-TOT-AMT                 PIC S9(00011)V9(00002)
005700                                     COMP-3 VALUE ZERO.
005733*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005766     COPY WKC90040.
005800*****************************************************************
005900*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CATEGORY CURSOR     *
006000*****************************************************************
013300*    1000-INITIALIZE - MONTH CARD, HEADINGS, OPEN THE CURSOR    *
013400*****************************************************************
013500 1000-INITIALIZE.
013511     MOVE 'PDDR0059'             TO WK-9004-PGM-ID.
013522     MOVE SPACES                 TO WK-9004-OVRD-DT.
013533     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
013544     IF WK-9004-NO-BUS-DT
013555         DISPLAY 'PDDR0059 - NO BUSINESS PROCESSING DATE'
013566         MOVE 16 TO RETURN-CODE
013577         GOBACK
013588     END-IF.
013600     OPEN INPUT  CPXPARM-FILE.
013700     OPEN OUTPUT RPT0059-FILE.
013800     READ CPXPARM-FILE
013900         AT END
014150             MOVE SPACES TO CP-PARM-REC
014400     END-READ.
014416*    NO MONTH CARD - RUN THE PREVIOUS CALENDAR MONTH.
014432     IF CP-MO-BEG-DT = SPACES
014448         MOVE WK-9004-PRV-MO-BEG-DT TO CP-MO-BEG-DT
014464         MOVE WK-9004-PRV-MO-END-DT TO CP-MO-END-DT
014480     END-IF.
014500     MOVE CP-MO-BEG-DT           TO WH-0059-MO-BEG-DT
014600                                    RL-0059-H1-BEG.
014700     MOVE CP-MO-END-DT           TO WH-0059-MO-END-DT
