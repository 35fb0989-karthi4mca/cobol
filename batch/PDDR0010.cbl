001400*                  THAT PAID ZERO SOLELY BECAUSE THE MEMBER'S   *
001500*                  BENEFIT CAP WAS MET (EXCEPTION CODE 3353),   *
001600*                  READ FROM C_LI_EXC_TB.                       *
001620*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE *
001640*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004       *
001660*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A    *
001680*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.      *
001700*                                                               *
001800*****************************************************************
001900 ENVIRONMENT DIVISION.
004500     88  WR-0010-EOF                 VALUE 'Y'.
004600 77  WR-0010-RUN-DT                  PIC X(00010) VALUE SPACES.
004700 77  WR-0010-BENE-CAP-EXC-CD         PIC X(00004) VALUE '3353'.
004733*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
004766     COPY WKC90040.
004800*****************************************************************
004900*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR ON THE CLAIM       *
005000*  EXCEPTION TABLE WRITTEN BY THE CLAIM CONTROL MODULE.          *
013000*    CURSOR AGAINST THE CLAIM EXCEPTION TABLE FOR EC 3353       *
013100*****************************************************************
013200 1000-INITIALIZE.
013211     MOVE 'PDDR0010'             TO WK-9004-PGM-ID.
013222     MOVE SPACES                 TO WK-9004-OVRD-DT.
013233     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
013244     IF WK-9004-NO-BUS-DT
013255         DISPLAY 'PDDR0010 - NO BUSINESS PROCESSING DATE'
013266         MOVE 16 TO RETURN-CODE
013277         GOBACK
013288     END-IF.
013300     OPEN OUTPUT RPT0010-FILE.
013400     MOVE WK-9004-BUS-DT-YYYYMMDD TO WR-0010-RUN-DT.
013500     MOVE WR-0010-BENE-CAP-EXC-CD TO WH-0010-BENE-CAP-EXC-CD.
013600     EXEC SQL
013700         OPEN C0010
