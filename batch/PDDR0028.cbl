001800*                  EOB CODE A PHARMACY CALLS ABOUT BACK TO THE   *
001900*                  INTERNAL EXCEPTION AND BUSINESS RULE THAT     *
002000*                  CAUSED IT.                                    *
002020*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE  *
002040*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004        *
002060*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A     *
002080*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.       *
002100*                                                               *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
004900 77  WR-0028-RUN-DT                  PIC X(00010) VALUE SPACES.
005000 77  WR-0028-TOT-CNT                 PIC S9(00009) COMP-3
005100                                     VALUE ZERO.
005133*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005166     COPY WKC90040.
005200*****************************************************************
005300*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR ON THE EXCEPTION-  *
005400*  TO-EOB CROSSWALK TABLE MAINTAINED BY THE CLAIM CONTROL        *
011500*    CURSOR ON THE FULL CROSSWALK TABLE                         *
011600*****************************************************************
011700 1000-INITIALIZE.
011711     MOVE 'PDDR0028'             TO WK-9004-PGM-ID.
011722     MOVE SPACES                 TO WK-9004-OVRD-DT.
011733     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
011744     IF WK-9004-NO-BUS-DT
011755         DISPLAY 'PDDR0028 - NO BUSINESS PROCESSING DATE'
011766         MOVE 16 TO RETURN-CODE
011777         GOBACK
011788     END-IF.
011800     OPEN OUTPUT RPT0028-FILE.
011900     MOVE WK-9004-BUS-DT-YYYYMMDD TO WR-0028-RUN-DT.
012000     EXEC SQL
012100         OPEN C0028
012200     END-EXEC.
