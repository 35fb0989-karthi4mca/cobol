001900*                  GROUPS WITH MORE OBSERVATIONS THAN THE       *
002000*                  IN-STORAGE TABLE HOLDS ARE REPORTED FROM     *
002100*                  THE FIRST 20000 AND FLAGGED.                 *
002120*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE *
002140*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004       *
002160*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A    *
002180*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.      *
002200*                                                               *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
006300                                     VALUE ZERO.
006400     05  WR-0035-OBS-HS              PIC S9(00009) COMP
006500                                     OCCURS 20000 TIMES.
006533*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
006566     COPY WKC90040.
006600*****************************************************************
006700*  EXEC SQL - HOST VARIABLES / SQLCA / STATS CURSOR             *
006800*****************************************************************
013700*    1000-INITIALIZE                                            *
013800*****************************************************************
013900 1000-INITIALIZE.
013911     MOVE 'PDDR0035'             TO WK-9004-PGM-ID.
013922     MOVE SPACES                 TO WK-9004-OVRD-DT.
013933     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
013944     IF WK-9004-NO-BUS-DT
013955         DISPLAY 'PDDR0035 - NO BUSINESS PROCESSING DATE'
013966         MOVE 16 TO RETURN-CODE
013977         GOBACK
013988     END-IF.
014000     OPEN OUTPUT RPT0035-FILE.
014100     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0035-RUN-DT-YYYYMMDD.
014200     MOVE WH-0035-RUN-DT-YYYYMMDD   TO RL-0035-H1-RUN-DT.
014300     MOVE SPACES                    TO WH-0035-DAY-BEG-TS.
014400     STRING WH-0035-RUN-DT-YYYYMMDD (1:4) '-'
