002300*                  APPLIED AND REJECTED LINE BY LINE.          *
002400*                  REPLACES THE RAW-SQL EDITS THAT KEPT THE    *
002500*                  YEAR-END FIGURES FROM TYING OUT.            *
002510*  10/15/26  ACS   THE REFUSE-OR-APPLY-AND-AUDIT LOGIC IS NOW  *
002520*                  THE SHARED PDDS9009 ROUTINE, SO THE MEDICAL *
002530*                  CARRIER'S ACCUMULATOR FILE (PDDB0049)       *
002540*                  CHANGES B_BENEFIT_TB THE SAME WAY.  NO      *
002550*                  CHANGE TO THE CARD OR THE REPORT.           *
002600*                                                              *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
007100                                     VALUE ZERO.
007200 77  WB-0012-DELTA-AMT               PIC S9(00009)V9(00002)
007300                                     COMP-3 VALUE ZERO.
007350*    AUDITED ACCUMULATOR ADJUSTMENT - SHARED PDDS9009 ROUTINE.
007360     COPY WKC90090.
007400*****************************************************************
007500*  EXEC SQL - SQLCA                                             *
007600*****************************************************************
007700     EXEC SQL INCLUDE SQLCA END-EXEC.
008100*****************************************************************
008200*  REPORT LINE LAYOUTS                                         *
008300*****************************************************************
014800             THRU 2100-READ-NEXT-EXIT
014900         GO TO 2000-ONE-ADJUSTMENT-EXIT
015000     END-IF.
015100     MOVE AJ-SYS-ID        TO WK-9009-SYS-ID.
015200     MOVE AJ-YR-ID         TO WK-9009-YR-ID.
015300     MOVE AJ-GROUP-ID      TO WK-9009-GROUP-ID.
015400     MOVE AJ-BENEFIT-TY-CD TO WK-9009-BENEFIT-TY-CD.
015500     MOVE AJ-USER-ID       TO WK-9009-USER-ID.
015600     MOVE AJ-RSN-CD        TO WK-9009-RSN-CD.
015700     IF AJ-ADJ-SIGN = '-'
015800         COMPUTE WB-0012-DELTA-AMT = 0 - AJ-ADJ-AMT-9
015900     ELSE
016000         MOVE AJ-ADJ-AMT-9 TO WB-0012-DELTA-AMT
016100     END-IF.
016200     MOVE WB-0012-DELTA-AMT TO WK-9009-ADJ-AMT.
016300     PERFORM 3000-APPLY-ADJUSTMENT
016400         THRU 3000-APPLY-ADJUSTMENT-EXIT.
016500     PERFORM 2100-READ-NEXT
016600         THRU 2100-READ-NEXT-EXIT.
016700 2000-ONE-ADJUSTMENT-EXIT.
017700 2100-READ-NEXT-EXIT.
017800     EXIT.
017900*****************************************************************
018000*    3000-APPLY-ADJUSTMENT - PDDS9009 REFUSES A DELTA THAT      *
018100*    WOULD DRIVE THE ACCUMULATOR NEGATIVE, OR APPLIES AND       *
018150*    AUDITS IT; EACH ADJUSTMENT IS ITS OWN UNIT OF WORK         *
018200*****************************************************************
018300 3000-APPLY-ADJUSTMENT.
018400     CALL 'PDDS9009' USING WK-9009-CALL-PARMS.
018500     EVALUATE TRUE
018600       WHEN WK-9009-APPLIED
018700         EXEC SQL COMMIT END-EXEC
018800         ADD 1 TO WB-0012-APPLIED-CNT
018900         MOVE 'APPLIED   '        TO RL-0012-D-DISP
019000         MOVE AJ-SYS-ID           TO RL-0012-D-SYS-ID
019100         MOVE AJ-YR-ID            TO RL-0012-D-YR
019200         MOVE WK-9009-ADJ-AMT     TO RL-0012-D-ADJ
019300         MOVE WK-9009-BEF-YTD-AMT TO RL-0012-D-BEF
019400         MOVE WK-9009-AFT-YTD-AMT TO RL-0012-D-AFT
019500         MOVE AJ-RSN-CD           TO RL-0012-D-NOTE
019600       WHEN WK-9009-NOT-ON-FILE
019700         PERFORM 3900-REJECT
019800             THRU 3900-REJECT-EXIT
019900         MOVE 'ACCUMULATOR NOT ON FILE' TO RL-0012-D-NOTE
020000       WHEN WK-9009-WOULD-GO-NEGATIVE
020100         PERFORM 3900-REJECT
020200             THRU 3900-REJECT-EXIT
020300         MOVE WK-9009-ADJ-AMT     TO RL-0012-D-ADJ
020400         MOVE WK-9009-BEF-YTD-AMT TO RL-0012-D-BEF
020500         MOVE WK-9009-BEF-YTD-AMT TO RL-0012-D-AFT
020550         MOVE 'WOULD DRIVE NEGATIVE'  TO RL-0012-D-NOTE
020560       WHEN WK-9009-BAD-PARMS
020570         PERFORM 3900-REJECT
020580             THRU 3900-REJECT-EXIT
020590         MOVE 'UNPARSEABLE CARD'  TO RL-0012-D-NOTE
020600       WHEN OTHER
020610         DISPLAY 'PDDB0012 - PDDS9009 REPLY ' WK-9009-REPLY-CD
020615                 ' SQLCODE = ' WK-9009-SQLCODE
020620         GO TO 9999-SQL-ERROR
020630     END-EVALUATE.
020640     WRITE RPTB012-REC FROM RL-0012-DETAIL
020650         AFTER ADVANCING 1 LINE.
020660 3000-APPLY-ADJUSTMENT-EXIT.
020700     EXIT.
020800*****************************************************************
020900*    3900-REJECT - COMMON REJECT-LINE SETUP                     *
021800                                RL-0012-D-AFT.
021900 3900-REJECT-EXIT.
022000     EXIT.
028200*****************************************************************
028300*    8000-FINALIZE                                              *
028400*****************************************************************
