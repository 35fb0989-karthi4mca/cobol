002400*                  PARSEABLE VALUES BEFORE CLAIM TIME MEETS     *
002500*                  THEM.  RUN AFTER EVERY CONFIG CHANGE AND     *
002600*                  NIGHTLY; ANY FINDING ENDS WITH RC 8.         *
002625*  10/15/26  ACS   ALSO RUN AS A SUBPROGRAM BY PDDB0036 BEFORE  *
002650*                  A CONFIG PACKAGE IS COMMITTED; COUNTS NOW    *
002675*                  RESET ON ENTRY.                              *
002700*                                                               *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
012800*    1000-INITIALIZE                                            *
012900*****************************************************************
013000 1000-INITIALIZE.
013020*    ALSO CALLED BY PDDB0036 AGAINST A PACKAGE NOT YET COMMITTED,
013040*    SO THE COUNTS START CLEAN ON EVERY ENTRY.
013060     MOVE ZERO                      TO WB-0005-FIND-CNT.
013080     MOVE 'N'                       TO WB-0005-EOF-SW.
013100     OPEN OUTPUT RPTB005-FILE.
013200     WRITE RPTB005-REC FROM RL-0005-HDG1
013300         BEFORE ADVANCING TO-NEW-PAGE.
