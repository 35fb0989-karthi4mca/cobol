001300*  08/09/26  ACS   NEW PROGRAM.  PER-INGREDIENT-LINE COST       *
001400*                  BREAKDOWN FOR PAID COMPOUND CLAIMS, READING  *
001500*                  C_LI_CMPD_ING_TB (ONE ROW PER INGREDIENT).   *
001520*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE *
001540*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004       *
001560*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A    *
001580*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.      *
001600*                                                               *
001700*****************************************************************
001800 ENVIRONMENT DIVISION.
005000 77  WR-0009-PRIOR-TCN               PIC X(00015) VALUE SPACES.
005100 77  WR-0009-FIRST-ROW-SW            PIC X(00001) VALUE 'Y'.
005200     88  WR-0009-FIRST-ROW           VALUE 'Y'.
005233*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005266     COPY WKC90040.
005300*****************************************************************
005400*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR ON THE COMPOUND   *
005500*  INGREDIENT TABLE WRITTEN BY THE CLAIM CONTROL MODULE.        *
014100*    CURSOR AGAINST THE COMPOUND INGREDIENT TABLE               *
014200*****************************************************************
014300 1000-INITIALIZE.
014311     MOVE 'PDDR0009'             TO WK-9004-PGM-ID.
014322     MOVE SPACES                 TO WK-9004-OVRD-DT.
014333     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
014344     IF WK-9004-NO-BUS-DT
014355         DISPLAY 'PDDR0009 - NO BUSINESS PROCESSING DATE'
014366         MOVE 16 TO RETURN-CODE
014377         GOBACK
014388     END-IF.
014400     OPEN OUTPUT RPT0009-FILE.
014500     MOVE WK-9004-BUS-DT-YYYYMMDD TO WR-0009-RUN-DT.
014600     EXEC SQL
014700         OPEN C0009
014800     END-EXEC.
