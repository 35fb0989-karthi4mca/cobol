002300*                  RECOVERY JOB (PDDR0045) WITH THE WC         *
002400*                  EMPLOYER/INJURY DETAIL THE CARRIERS         *
002500*                  DEMAND BEFORE THEY PAY.                     *
002520*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002540*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002560*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
002580*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
002582*  10/15/26  ACS   THE WCBILL FILE IS REGISTERED ON THE        *
002584*                  G_OUT_FILE_MNFST_TB OUTBOUND FILE MANIFEST  *
002586*                  (SHARED PDDS9006 ROUTINE) WITH ITS BILLED   *
002588*                  CLAIM COUNT AND BILLED-DOLLAR HASH, SO THE  *
002590*                  DELIVERY JOB CAN MARK IT SENT AND THE       *
002592*                  RECEIVER'S ACKNOWLEDGMENT CAN BE MATCHED TO *
002594*                  IT. THE MANIFEST ROW COMMITS WITH THE       *
002596*                  C_WC_BILL_TB TRACKING ROWS.                 *
002600*                                                              *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
007200                                     VALUE ZERO.
007300     05  WR-0049-CARR-AMT            PIC S9(00011)V9(00002)
007400                                     COMP-3 VALUE ZERO.
007433*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
007466     COPY WKC90040.
007477*    OUTBOUND FILE MANIFEST - SHARED PDDS9006 ROUTINE.
007488     COPY WKC90060.
007500*****************************************************************
007600*  EXEC SQL - SQLCA, HOST VARIABLES AND THE BILLING CURSOR      *
007700*****************************************************************
015200*    1000-INITIALIZE                                            *
015300*****************************************************************
015400 1000-INITIALIZE.
015411     MOVE 'PDDR0049'             TO WK-9004-PGM-ID.
015422     MOVE SPACES                 TO WK-9004-OVRD-DT.
015433     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
015444     IF WK-9004-NO-BUS-DT
015455         DISPLAY 'PDDR0049 - NO BUSINESS PROCESSING DATE'
015466         MOVE 16 TO RETURN-CODE
015477         GOBACK
015488     END-IF.
015500     OPEN OUTPUT WCBILL-FILE RPT0049-FILE.
015600     WRITE RPT0049-REC FROM RL-0049-HDG1
015700         BEFORE ADVANCING TO-NEW-PAGE.
016150     MOVE WK-9004-BUS-DT         TO WH-0049-RUN-DT.
016600     EXEC SQL
016700         OPEN C0049
016800     END-EXEC.
026700     EXEC SQL
026800         CLOSE C0049
026900     END-EXEC.
026933     PERFORM 8500-REGISTER-FILE
026966         THRU 8500-REGISTER-FILE-EXIT.
027000     EXEC SQL COMMIT END-EXEC.
027100     MOVE 'CLAIMS BILLED THIS CYCLE'  TO RL-0049-C-LABEL.
027200     MOVE WR-0049-BILLED-CNT          TO RL-0049-C-CNT.
028000 8000-FINALIZE-EXIT.
028100     EXIT.
028200*****************************************************************
028204*    8500-REGISTER-FILE - WCBILL ON THE OUTBOUND FILE           *
028208*    MANIFEST (SHARED PDDS9006).  A FAILED REGISTRATION LEAVES  *
028212*    A GOOD FILE UNTRACKED - RC 4 SO OPERATIONS RERUN THE STEP  *
028216*****************************************************************
028220 8500-REGISTER-FILE.
028224     MOVE 'WCBILL'               TO WK-9006-FILE-TY-CD.
028228     MOVE 'PDDR0049'             TO WK-9006-PGM-ID.
028232     MOVE 'WCBILL'               TO WK-9006-DD-NM.
028236     MOVE WH-0049-RUN-DT         TO WK-9006-BUS-DT.
028240     MOVE WR-0049-BILLED-CNT     TO WK-9006-REC-CNT.
028244     MOVE WR-0049-BILLED-AMT     TO WK-9006-HASH-AMT.
028248     CALL 'PDDS9006' USING WK-9006-CALL-PARMS.
028252     IF NOT WK-9006-OK
028256         DISPLAY 'PDDR0049 - FILE NOT ON MANIFEST, REPLY '
028260                 WK-9006-REPLY-CD ' SQLCODE ' WK-9006-SQLCODE
028264         IF RETURN-CODE < 4
028268             MOVE 4 TO RETURN-CODE
028272         END-IF
028276         GO TO 8500-REGISTER-FILE-EXIT
028280     END-IF.
028284     DISPLAY 'PDDR0049 - MANIFEST ' WK-9006-GEN-NM.
028288 8500-REGISTER-FILE-EXIT.
028292     EXIT.
028296*****************************************************************
028300*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
028400*****************************************************************
028500 9999-SQL-ERROR.
