001500*                  RATHER THAN DENIED (EXCEPTION CODES 3006 AND  *
001600*                  4037, POSTED IGNORE-DISPOSITION BY S550C1),   *
001700*                  READ FROM C_LI_EXC_TB.                        *
001720*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE  *
001740*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004        *
001760*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A     *
001780*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.       *
001800*                                                               *
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
004700 77  WR-0017-RUN-DT                  PIC X(00010) VALUE SPACES.
004800 77  WR-0017-MISS-OTHR-INSR-EXC-CD   PIC X(00004) VALUE '3006'.
004900 77  WR-0017-MISS-DAW-EXC-CD         PIC X(00004) VALUE '4037'.
004933*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
004966     COPY WKC90040.
005000*****************************************************************
005100*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR ON THE CLAIM       *
005200*  EXCEPTION TABLE WRITTEN BY THE CLAIM CONTROL MODULE.          *
013400*    CURSOR AGAINST THE EXCEPTION TABLE FOR EC 3006 AND 4037    *
013500*****************************************************************
013600 1000-INITIALIZE.
013611     MOVE 'PDDR0017'             TO WK-9004-PGM-ID.
013622     MOVE SPACES                 TO WK-9004-OVRD-DT.
013633     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
013644     IF WK-9004-NO-BUS-DT
013655         DISPLAY 'PDDR0017 - NO BUSINESS PROCESSING DATE'
013666         MOVE 16 TO RETURN-CODE
013677         GOBACK
013688     END-IF.
013700     OPEN OUTPUT RPT0017-FILE.
013800     MOVE WK-9004-BUS-DT-YYYYMMDD TO WR-0017-RUN-DT.
013900     MOVE WR-0017-MISS-OTHR-INSR-EXC-CD
014000         TO WH-0017-MISS-OTHR-INSR-EXC-CD.
014100     MOVE WR-0017-MISS-DAW-EXC-CD TO WH-0017-MISS-DAW-EXC-CD.
