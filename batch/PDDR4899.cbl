001500*                  SHOWING THE REAL EXCEPTION CODE THAT WAS     *
001600*                  DROPPED SO QA CAN SEE WHEN A CLAIM ACTUALLY  *
001700*                  HAD MORE PROBLEMS THAN THE RESPONSE SHOWED.  *
001720*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE *
001740*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004       *
001760*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A    *
001780*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.      *
001800*                                                               *
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
004500 77  WR-4899-EOF-SW                  PIC X(00001) VALUE 'N'.
004600     88  WR-4899-EOF                 VALUE 'Y'.
004700 77  WR-4899-RUN-DT                  PIC X(00010) VALUE SPACES.
004733*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
004766     COPY WKC90040.
004800*****************************************************************
004900*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR ON THE AUDIT     *
005000*  TABLE THE CLAIM CONTROL MODULE WRITES WHEN                  *
012500*    CURSOR AGAINST THE EXCEPTION-OVERFLOW AUDIT TABLE          *
012600*****************************************************************
012700 1000-INITIALIZE.
012711     MOVE 'PDDR4899'             TO WK-9004-PGM-ID.
012722     MOVE SPACES                 TO WK-9004-OVRD-DT.
012733     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
012744     IF WK-9004-NO-BUS-DT
012755         DISPLAY 'PDDR4899 - NO BUSINESS PROCESSING DATE'
012766         MOVE 16 TO RETURN-CODE
012777         GOBACK
012788     END-IF.
012800     OPEN OUTPUT RPT4899-FILE.
012900     MOVE WK-9004-BUS-DT-YYYYMMDD TO WR-4899-RUN-DT.
013000     EXEC SQL
013100         OPEN C4899
013200     END-EXEC.
