001600*                  (C_EMERG_FILL_TB, WRITTEN BY CONDU S937)    *
001700*                  SO THE PA UNIT WORKS EACH ONE BEFORE THE    *
001800*                  3-DAY BRIDGE RUNS OUT.                      *
001820*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
001840*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
001860*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
001880*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
001900*                                                              *
002000*****************************************************************
002100 ENVIRONMENT DIVISION.
004300     88  WR-0053-EOF                 VALUE 'Y'.
004400 77  WR-0053-FILL-CNT                PIC S9(00009) COMP-3
004500                                     VALUE ZERO.
004533*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
004566     COPY WKC90040.
004600*****************************************************************
004700*  EXEC SQL - SQLCA, HOST VARIABLES AND THE DAY'S CURSOR        *
004800*****************************************************************
010200*    1000-INITIALIZE                                            *
010300*****************************************************************
010400 1000-INITIALIZE.
010411     MOVE 'PDDR0053'             TO WK-9004-PGM-ID.
010422     MOVE SPACES                 TO WK-9004-OVRD-DT.
010433     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
010444     IF WK-9004-NO-BUS-DT
010455         DISPLAY 'PDDR0053 - NO BUSINESS PROCESSING DATE'
010466         MOVE 16 TO RETURN-CODE
010477         GOBACK
010488     END-IF.
010500     OPEN OUTPUT RPT0053-FILE.
010950     MOVE WK-9004-BUS-DT         TO WH-0053-RUN-DT.
011400     MOVE WH-0053-RUN-DT         TO RL-0053-H1-DT.
011500     WRITE RPT0053-REC FROM RL-0053-HDG1
011600         BEFORE ADVANCING TO-NEW-PAGE.
