001600*                  HARD-CODED IN THE CLAIMS PROGRAMS, SO A      *
001700*                  MAINTAINER CAN SPOT A LIST NUMBER THAT IS    *
001800*                  ON THE TABLE BUT NOT DOCUMENTED ANYWHERE.    *
001820*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE *
001840*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004       *
001860*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A    *
001880*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.      *
001900*                                                               *
002000*****************************************************************
002100 ENVIRONMENT DIVISION.
006900         10  WR-0003-KNOWN-NUM  PIC X(04).
007000         10  WR-0003-KNOWN-DSC  PIC X(08).
007100 77  WR-0003-DSC-OUT                 PIC X(00030).
007133*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
007166     COPY WKC90040.
007200*****************************************************************
007300*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR ACROSS EVERY      *
007400*  DISTINCT LIST NUMBER PRESENT ON G_LIST_DTL_TB TODAY.         *
015400*    1000-INITIALIZE - OPEN FILES, OPEN THE CATALOG CURSOR      *
015500*****************************************************************
015600 1000-INITIALIZE.
015611     MOVE 'PDDR0003'             TO WK-9004-PGM-ID.
015622     MOVE SPACES                 TO WK-9004-OVRD-DT.
015633     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
015644     IF WK-9004-NO-BUS-DT
015655         DISPLAY 'PDDR0003 - NO BUSINESS PROCESSING DATE'
015666         MOVE 16 TO RETURN-CODE
015677         GOBACK
015688     END-IF.
015700     OPEN OUTPUT RPT0003-FILE.
015800     MOVE WK-9004-BUS-DT-YYYYMMDD TO WR-0003-RUN-DT.
015900     EXEC SQL
016000         OPEN C0003
016100     END-EXEC.
