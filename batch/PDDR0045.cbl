002000*                  C_TPL_RECOV_TB SO THE NEXT RUN DOES NOT     *
002100*                  RE-BILL, AND REPORTS OUTSTANDING RECOVERY   *
002200*                  DOLLARS BY CARRIER.                         *
002220*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002240*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002260*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
002280*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
002282*  10/15/26  ACS   THE TPLBILL FILE IS REGISTERED ON THE       *
002284*                  G_OUT_FILE_MNFST_TB OUTBOUND FILE MANIFEST  *
002286*                  (SHARED PDDS9006 ROUTINE) WITH ITS BILLED   *
002288*                  CLAIM COUNT AND BILLED-DOLLAR HASH, SO THE  *
002290*                  DELIVERY JOB CAN MARK IT SENT AND THE       *
002292*                  RECEIVER'S ACKNOWLEDGMENT CAN BE MATCHED TO *
002294*                  IT. THE MANIFEST ROW COMMITS WITH THE       *
002296*                  C_TPL_RECOV_TB TRACKING ROWS.               *
002300*                                                              *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
006500                                     VALUE ZERO.
006600 77  WR-0045-BILLED-AMT              PIC S9(00011)V9(00002)
006700                                     COMP-3 VALUE ZERO.
006733*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
006766     COPY WKC90040.
006777*    OUTBOUND FILE MANIFEST - SHARED PDDS9006 ROUTINE.
006788     COPY WKC90060.
006800*****************************************************************
006900*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
007000*****************************************************************
016700*    1000-INITIALIZE                                            *
016800*****************************************************************
016900 1000-INITIALIZE.
016911     MOVE 'PDDR0045'             TO WK-9004-PGM-ID.
016922     MOVE SPACES                 TO WK-9004-OVRD-DT.
016933     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
016944     IF WK-9004-NO-BUS-DT
016955         DISPLAY 'PDDR0045 - NO BUSINESS PROCESSING DATE'
016966         MOVE 16 TO RETURN-CODE
016977         GOBACK
016988     END-IF.
017000     OPEN OUTPUT TPLBILL-FILE RPT0045-FILE.
017100     WRITE RPT0045-REC FROM RL-0045-HDG1
017200         BEFORE ADVANCING TO-NEW-PAGE.
017650     MOVE WK-9004-BUS-DT         TO WH-0045-RUN-DT.
018100     EXEC SQL
018200         OPEN R045DSC
018300     END-EXEC.
033000     EXEC SQL
033100         CLOSE R045DSC
033200     END-EXEC.
033233     PERFORM 8500-REGISTER-FILE
033266         THRU 8500-REGISTER-FILE-EXIT.
033300     EXEC SQL COMMIT END-EXEC.
033400     MOVE 'CLAIMS BILLED THIS CYCLE'  TO RL-0045-C-LABEL.
033500     MOVE WR-0045-BILLED-CNT          TO RL-0045-C-CNT.
034300 8000-FINALIZE-EXIT.
034400     EXIT.
034500*****************************************************************
034504*    8500-REGISTER-FILE - TPLBILL ON THE OUTBOUND FILE          *
034508*    MANIFEST (SHARED PDDS9006).  A FAILED REGISTRATION LEAVES  *
034512*    A GOOD FILE UNTRACKED - RC 4 SO OPERATIONS RERUN THE STEP  *
034516*****************************************************************
034520 8500-REGISTER-FILE.
034524     MOVE 'TPLBILL'              TO WK-9006-FILE-TY-CD.
034528     MOVE 'PDDR0045'             TO WK-9006-PGM-ID.
034532     MOVE 'TPLBILL'              TO WK-9006-DD-NM.
034536     MOVE WH-0045-RUN-DT         TO WK-9006-BUS-DT.
034540     MOVE WR-0045-BILLED-CNT     TO WK-9006-REC-CNT.
034544     MOVE WR-0045-BILLED-AMT     TO WK-9006-HASH-AMT.
034548     CALL 'PDDS9006' USING WK-9006-CALL-PARMS.
034552     IF NOT WK-9006-OK
034556         DISPLAY 'PDDR0045 - FILE NOT ON MANIFEST, REPLY '
034560                 WK-9006-REPLY-CD ' SQLCODE ' WK-9006-SQLCODE
034564         IF RETURN-CODE < 4
034568             MOVE 4 TO RETURN-CODE
034572         END-IF
034576         GO TO 8500-REGISTER-FILE-EXIT
034580     END-IF.
034584     DISPLAY 'PDDR0045 - MANIFEST ' WK-9006-GEN-NM.
034588 8500-REGISTER-FILE-EXIT.
034592     EXIT.
034596*****************************************************************
034600*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
034700*****************************************************************
034800 9999-SQL-ERROR.
