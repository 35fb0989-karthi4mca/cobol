001500*                  AS-WRITTEN (DAW) PENALTY, READ FROM          *
001600*                  C_LI_DAW_PNLTY_TB, WITH A GRAND-TOTAL DOLLAR *
001700*                  AMOUNT ASSESSED.                             *
001720*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE *
001740*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004       *
001760*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A    *
001780*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.      *
001800*                                                               *
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
004700 77  WR-0012-EOF-SW                  PIC X(00001) VALUE 'N'.
004800     88  WR-0012-EOF                 VALUE 'Y'.
004900 77  WR-0012-RUN-DT                  PIC X(00010) VALUE SPACES.
004933*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
004966     COPY WKC90040.
005000*****************************************************************
005100*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR ON THE CLAIM       *
005200*  DAW PENALTY TABLE WRITTEN BY THE CLAIM CONTROL MODULE.        *
013900*    CURSOR AGAINST THE CLAIM DAW PENALTY TABLE                 *
014000*****************************************************************
014100 1000-INITIALIZE.
014111     MOVE 'PDDR0012'             TO WK-9004-PGM-ID.
014122     MOVE SPACES                 TO WK-9004-OVRD-DT.
014133     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
014144     IF WK-9004-NO-BUS-DT
014155         DISPLAY 'PDDR0012 - NO BUSINESS PROCESSING DATE'
014166         MOVE 16 TO RETURN-CODE
014177         GOBACK
014188     END-IF.
014200     OPEN OUTPUT RPT0012-FILE.
014300     MOVE WK-9004-BUS-DT-YYYYMMDD TO WR-0012-RUN-DT.
014400     EXEC SQL
014500         OPEN C0012
014600     END-EXEC.
