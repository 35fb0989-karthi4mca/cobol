002000*                  GO TO THE ERROR FILE WITH A REASON PREFIX,  *
002100*                  AND THE COUNTS REPORT PROVES                *
002200*                  INPUT = APPLIED + REJECTED.                 *
002220*  10/15/26  ACS   CHECKPOINT/RESTART (SHARED PDDS9010         *
002240*                  ROUTINE). THE RECORD COUNT, LAST KEY AND    *
002260*                  COUNTERS GO ON G_LOAD_CHKPT_TB AT EVERY     *
002280*                  COMMIT. A RESTART CARD OF RESTART SKIPS THE *
002300*                  RECORDS ALREADY APPLIED AND CARRIES THE     *
002320*                  COUNTS FORWARD; AN UNFINISHED CHECKPOINT    *
002340*                  STOPS A FRESH RUN UNTIL A CLEAR CARD IS     *
002360*                  SUPPLIED.                                   *
002380*                                                              *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
007800                                     VALUE ZERO.
007900 77  WB-0018-COMMIT-LIMIT            PIC S9(00004) COMP
008000                                     VALUE +500.
008007 77  WB-0018-SKIP-TO                 PIC S9(00009) COMP-3
008014                                     VALUE ZERO.
008021 77  WB-0018-RSTRT-KEY               PIC X(00040) VALUE SPACES.
008028*    KEY OF AN INPUT RECORD AS KEPT ON THE CHECKPOINT.
008035 01  WB-0018-CHKPT-KEY.
008042     05  WB-0018-CK-ACTION-CD        PIC X(00001).
008049     05  WB-0018-CK-CUST-PART-NUM    PIC X(00004).
008056     05  WB-0018-CK-CRDHLDR-ID       PIC X(00020).
008063     05  WB-0018-CK-ELECT-BEG-DT     PIC X(00010).
008070     05  FILLER                      PIC X(00005) VALUE SPACES.
008077*    CHECKPOINT/RESTART - SHARED PDDS9010 ROUTINE.  CONTROL
008084*    TOTALS 1-4: ADDS, CHANGES, REVOCATIONS, REJECTS.
008091     COPY WKC90100.
008100 01  WB-0018-DATE-CHECK.
008200     05  WB-0018-CK-CCYY             PIC X(00004).
008300     05  WB-0018-CK-SEP1             PIC X(00001).
012300*    1000-INITIALIZE                                            *
012400*****************************************************************
012500 1000-INITIALIZE.
012530     OPEN INPUT  HSPCIN-FILE.
012560     PERFORM 1100-BEGIN-CHECKPOINT
012590         THRU 1100-BEGIN-CHECKPOINT-EXIT.
012620     IF WK-9010-RESTART-RUN
012650         OPEN EXTEND HSPCERR-FILE
012680     ELSE
012710         OPEN OUTPUT HSPCERR-FILE
012740     END-IF.
012770     OPEN OUTPUT RPTB018-FILE.
012800     WRITE RPTB018-REC FROM RL-0018-HDG1
012900         BEFORE ADVANCING TO-NEW-PAGE.
013000     PERFORM 2100-READ-NEXT
013100         THRU 2100-READ-NEXT-EXIT.
013200 1000-INITIALIZE-EXIT.
013300     EXIT.
013303*****************************************************************
013306*    1100-BEGIN-CHECKPOINT - FRESH RUN, RESTART OR CLEAR, PER   *
013309*    THE CHECKPOINT AND THE OPTIONAL RESTART CARD.  A RESTART   *
013312*    PICKS UP THE COUNTERS AS OF THE LAST COMMIT.               *
013315*****************************************************************
013318 1100-BEGIN-CHECKPOINT.
013321     SET WK-9010-BEGIN           TO TRUE.
013324     MOVE 'PDDB0018'             TO WK-9010-PGM-ID.
013327     MOVE SPACES                 TO WK-9010-BUS-DT.
013330     CALL 'PDDS9010' USING WK-9010-CALL-PARMS.
013333     IF NOT WK-9010-OK
013336         DISPLAY 'PDDB0018 - RUN NOT STARTED, CHECKPOINT REPLY '
013339                 WK-9010-REPLY-CD ' SQLCODE ' WK-9010-SQLCODE
013342         EXEC SQL ROLLBACK END-EXEC
013345         MOVE 16 TO RETURN-CODE
013348         CLOSE HSPCIN-FILE
013351         GOBACK
013354     END-IF.
013357     EXEC SQL COMMIT END-EXEC.
013360     IF WK-9010-RESTART-RUN
013363         MOVE WK-9010-REC-CNT     TO WB-0018-SKIP-TO
013366         MOVE WK-9010-LAST-KEY    TO WB-0018-RSTRT-KEY
013369         MOVE WK-9010-CTL-TOT (1) TO WB-0018-ADD-CNT
013372         MOVE WK-9010-CTL-TOT (2) TO WB-0018-CHG-CNT
013375         MOVE WK-9010-CTL-TOT (3) TO WB-0018-REVOKE-CNT
013378         MOVE WK-9010-CTL-TOT (4) TO WB-0018-REJ-CNT
013381     END-IF.
013384 1100-BEGIN-CHECKPOINT-EXIT.
013387     EXIT.
013400*****************************************************************
013500*    2000-ONE-RECORD - VALIDATE, THEN APPLY OR REJECT           *
013600*****************************************************************
013700 2000-ONE-RECORD.
013712     IF WB-0018-READ-CNT NOT > WB-0018-SKIP-TO
013724         PERFORM 2200-SKIP-APPLIED
013736             THRU 2200-SKIP-APPLIED-EXIT
013748         PERFORM 2100-READ-NEXT
013760             THRU 2100-READ-NEXT-EXIT
013772         GO TO 2000-ONE-RECORD-EXIT
013784     END-IF.
013800     MOVE 'N' TO WB-0018-REJECT-SW.
013900     PERFORM 3000-VALIDATE-RECORD
014000         THRU 3000-VALIDATE-RECORD-EXIT.
015600     END-READ.
015700 2100-READ-NEXT-EXIT.
015800     EXIT.
015804*****************************************************************
015808*    2200-SKIP-APPLIED - ON A RESTART, RECORDS UP TO THE        *
015812*    CHECKPOINT WERE APPLIED BY THE FAILED RUN.  THE LAST OF    *
015816*    THEM MUST CARRY THE CHECKPOINT KEY, OR THIS IS NOT THE     *
015820*    FILE THE FAILED RUN WAS READING.                           *
015824*****************************************************************
015828 2200-SKIP-APPLIED.
015832     IF WB-0018-READ-CNT < WB-0018-SKIP-TO
015836         GO TO 2200-SKIP-APPLIED-EXIT
015840     END-IF.
015844     PERFORM 8600-BUILD-CHKPT-KEY
015848         THRU 8600-BUILD-CHKPT-KEY-EXIT.
015852     IF WB-0018-CHKPT-KEY NOT = WB-0018-RSTRT-KEY
015856         DISPLAY 'PDDB0018 - RESTART KEY MISMATCH'
015860                 ' - WRONG INPUT FILE'
015864         DISPLAY 'CHECKPOINT KEY = ' WB-0018-RSTRT-KEY
015868         DISPLAY 'INPUT KEY      = ' WB-0018-CHKPT-KEY
015872         GO TO 9000-RESTART-FAILED
015876     END-IF.
015880 2200-SKIP-APPLIED-EXIT.
015884     EXIT.
015900*****************************************************************
016000*    3000-VALIDATE-RECORD - EVERYTHING THE ROW NEEDS BEFORE     *
016100*    IT TOUCHES THE TABLE.  FIRST FAILURE WINS.                 *
025900     IF NOT WB-0018-REJECTED
026000         ADD 1 TO WB-0018-COMMIT-CNT
026100         IF WB-0018-COMMIT-CNT NOT < WB-0018-COMMIT-LIMIT
026140             SET WK-9010-TAKE-CHKPT  TO TRUE
026180             PERFORM 8500-TAKE-CHECKPOINT
026220                 THRU 8500-TAKE-CHECKPOINT-EXIT
026260             EXEC SQL COMMIT END-EXEC
026300             MOVE ZERO TO WB-0018-COMMIT-CNT
026400         END-IF
026500     END-IF.
037600*    8000-FINALIZE - COUNTS REPORT: INPUT = APPLIED + REJECTED  *
037700*****************************************************************
037800 8000-FINALIZE.
037820     IF WB-0018-READ-CNT < WB-0018-SKIP-TO
037840         DISPLAY 'PDDB0018 - INPUT ENDED BEFORE THE RESTART POINT'
037860                 ' - WRONG INPUT FILE'
037880         GO TO 9000-RESTART-FAILED
037900     END-IF.
037920     SET WK-9010-FINISH          TO TRUE.
037940     PERFORM 8500-TAKE-CHECKPOINT
037960         THRU 8500-TAKE-CHECKPOINT-EXIT.
037980     EXEC SQL COMMIT END-EXEC.
038000     MOVE 'RECORDS READ'          TO RL-0018-C-LABEL.
038100     MOVE WB-0018-READ-CNT        TO RL-0018-C-CNT.
038200     WRITE RPTB018-REC FROM RL-0018-COUNT-LINE
038300         AFTER ADVANCING 2 LINES.
038314     IF WK-9010-RESTART-RUN
038328         MOVE 'RESTARTED AFTER RECORD' TO RL-0018-C-LABEL
038342         MOVE WB-0018-SKIP-TO     TO RL-0018-C-CNT
038356         WRITE RPTB018-REC FROM RL-0018-COUNT-LINE
038370             AFTER ADVANCING 1 LINE
038384     END-IF.
038400     MOVE 'ELECTIONS ADDED'       TO RL-0018-C-LABEL.
038500     MOVE WB-0018-ADD-CNT         TO RL-0018-C-CNT.
038600     WRITE RPTB018-REC FROM RL-0018-COUNT-LINE
041100     CLOSE HSPCIN-FILE HSPCERR-FILE RPTB018-FILE.
041200 8000-FINALIZE-EXIT.
041300     EXIT.
041302*****************************************************************
041304*    8500-TAKE-CHECKPOINT - PROGRESS AS OF THE COMMIT ABOUT TO  *
041306*    BE TAKEN, IN THE SAME UNIT OF WORK.  THE CALLER SETS THE   *
041308*    FUNCTION - CHECKPOINT, OR FINISH AT THE END OF THE RUN.    *
041310*****************************************************************
041312 8500-TAKE-CHECKPOINT.
041314     MOVE WB-0018-READ-CNT       TO WK-9010-REC-CNT.
041316     PERFORM 8600-BUILD-CHKPT-KEY
041318         THRU 8600-BUILD-CHKPT-KEY-EXIT.
041320     MOVE WB-0018-CHKPT-KEY      TO WK-9010-LAST-KEY.
041322     MOVE WB-0018-ADD-CNT        TO WK-9010-CTL-TOT (1).
041324     MOVE WB-0018-CHG-CNT        TO WK-9010-CTL-TOT (2).
041326     MOVE WB-0018-REVOKE-CNT     TO WK-9010-CTL-TOT (3).
041328     MOVE WB-0018-REJ-CNT        TO WK-9010-CTL-TOT (4).
041330     MOVE ZERO                   TO WK-9010-CTL-TOT (5)
041332                                    WK-9010-CTL-TOT (6)
041334                                    WK-9010-CTL-TOT (7)
041336                                    WK-9010-CTL-TOT (8).
041338     CALL 'PDDS9010' USING WK-9010-CALL-PARMS.
041340     IF NOT WK-9010-OK
041342         DISPLAY 'PDDB0018 - CHECKPOINT FAILED, REPLY '
041344                 WK-9010-REPLY-CD ' SQLCODE ' WK-9010-SQLCODE
041346         GO TO 9999-SQL-ERROR
041348     END-IF.
041350 8500-TAKE-CHECKPOINT-EXIT.
041352     EXIT.
041354*****************************************************************
041356*    8600-BUILD-CHKPT-KEY                                       *
041358*****************************************************************
041360 8600-BUILD-CHKPT-KEY.
041362     MOVE HS-ACTION-CD           TO WB-0018-CK-ACTION-CD.
041364     MOVE HS-CUST-PART-NUM       TO WB-0018-CK-CUST-PART-NUM.
041366     MOVE HS-CRDHLDR-ID          TO WB-0018-CK-CRDHLDR-ID.
041368     MOVE HS-ELECT-BEG-DT        TO WB-0018-CK-ELECT-BEG-DT.
041370 8600-BUILD-CHKPT-KEY-EXIT.
041372     EXIT.
041374*****************************************************************
041376*    9000-RESTART-FAILED - THE INPUT DOES NOT MATCH THE         *
041378*    CHECKPOINT.  NOTHING IS APPLIED AND THE CHECKPOINT STANDS. *
041380*****************************************************************
041382 9000-RESTART-FAILED.
041384     EXEC SQL ROLLBACK END-EXEC.
041386     MOVE 16 TO RETURN-CODE.
041388     CLOSE HSPCIN-FILE HSPCERR-FILE RPTB018-FILE.
041390     GOBACK.
041400*****************************************************************
041500*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
041600*****************************************************************
