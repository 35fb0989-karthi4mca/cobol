001800*                  POINT-IN-TIME SECTION SHOWING THE LAST       *
001900*                  AUDITED IMAGE OF THAT LIST ON OR BEFORE THE  *
002000*                  GIVEN DATE.                                  *
002020*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE *
002040*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004       *
002060*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A    *
002080*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.      *
002100*                                                               *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
005700     88  WR-0034-PARM-PRESENT        VALUE 'Y'.
005800 01  WH-0034-RUN-DT.
005900     05  WH-0034-RUN-DT-YYYYMMDD     PIC X(00008).
005933*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005966     COPY WKC90040.
006000*****************************************************************
006100*  EXEC SQL - HOST VARIABLES / SQLCA / AUDIT CURSOR             *
006200*****************************************************************
015000*    1000-INITIALIZE                                            *
015100*****************************************************************
015200 1000-INITIALIZE.
015211     MOVE 'PDDR0034'             TO WK-9004-PGM-ID.
015222     MOVE SPACES                 TO WK-9004-OVRD-DT.
015233     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
015244     IF WK-9004-NO-BUS-DT
015255         DISPLAY 'PDDR0034 - NO BUSINESS PROCESSING DATE'
015266         MOVE 16 TO RETURN-CODE
015277         GOBACK
015288     END-IF.
015300     OPEN INPUT  ASOFPARM-FILE.
015400     OPEN OUTPUT RPT0034-FILE.
015500     READ ASOFPARM-FILE
016000             MOVE AS-LIST-NUM  TO WH-0034-ASOF-LIST
016100             MOVE AS-ASOF-TS   TO WH-0034-ASOF-TS
016200     END-READ.
016300     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0034-RUN-DT-YYYYMMDD.
016400     MOVE WH-0034-RUN-DT-YYYYMMDD   TO RL-0034-H1-RUN-DT.
016500     MOVE SPACES                    TO WH-0034-DAY-BEG-TS.
016600     STRING WH-0034-RUN-DT-YYYYMMDD (1:4) '-'
