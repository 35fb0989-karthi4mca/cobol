001400*                  REPORT, ROLLING UP EXCEPTIONS POSTED ON      *
001500*                  C_LI_EXC_TB BY THE CATEGORY EACH EXCEPTION   *
001600*                  CODE IS TAGGED WITH ON C_EXC_CTGRY_TB.       *
001620*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE *
001640*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004       *
001660*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A    *
001680*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.      *
001700*                                                               *
001800*****************************************************************
001900 ENVIRONMENT DIVISION.
004500                                     VALUE ZERO.
004600 01  WH-0023-RUN-DT.
004700     05  WH-0023-RUN-DT-YYYYMMDD     PIC X(00008).
004733*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
004766     COPY WKC90040.
004800*****************************************************************
004900*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR JOINING THE       *
005000*  EXCEPTION POST TABLE TO THE EXCEPTION CATEGORY CROSSWALK.    *
011500*    CURSOR, PRINT HEADINGS                                     *
011600*****************************************************************
011700 1000-INITIALIZE.
011711     MOVE 'PDDR0023'             TO WK-9004-PGM-ID.
011722     MOVE SPACES                 TO WK-9004-OVRD-DT.
011733     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
011744     IF WK-9004-NO-BUS-DT
011755         DISPLAY 'PDDR0023 - NO BUSINESS PROCESSING DATE'
011766         MOVE 16 TO RETURN-CODE
011777         GOBACK
011788     END-IF.
011800     OPEN OUTPUT RPT0023-FILE.
011900     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0023-RUN-DT-YYYYMMDD.
012000     MOVE WH-0023-RUN-DT-YYYYMMDD(1:4) TO WR-0023-RUN-DT(1:4).
012100     MOVE '-'                        TO WR-0023-RUN-DT(5:1).
012200     MOVE WH-0023-RUN-DT-YYYYMMDD(5:2) TO WR-0023-RUN-DT(6:2).
