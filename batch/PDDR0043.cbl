002300*                  WITH THE RECORD COUNT.  THE TRANSMISSION-   *
002400*                  CONTROL REPORT SHOWS WHAT WENT, BY          *
002500*                  SCHEDULE.  REPLACES THE HAND-KEYED FEED.    *
002520*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002540*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002560*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
002580*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
002582*  10/15/26  ACS   THE PDMPOUT FILE IS REGISTERED ON THE       *
002584*                  G_OUT_FILE_MNFST_TB OUTBOUND FILE MANIFEST  *
002586*                  (SHARED PDDS9006 ROUTINE) WITH ITS          *
002588*                  DISPENSING RECORD COUNT AND DISPENSED-      *
002590*                  QUANTITY HASH TOTAL (THE FILE CARRIES NO    *
002592*                  DOLLARS), SO THE DELIVERY JOB CAN MARK IT   *
002594*                  SENT AND THE RECEIVER'S ACKNOWLEDGMENT CAN  *
002596*                  BE MATCHED TO IT.                           *
002600*                                                              *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
007700 WORKING-STORAGE SECTION.
007800 77  WR-0043-EOF-SW                  PIC X(00001) VALUE 'N'.
007900     88  WR-0043-EOF                 VALUE 'Y'.
007933 77  WR-0043-QTY-HASH                PIC S9(00013)V9(00003)
007966                                     COMP-3 VALUE ZERO.
008000 77  WR-0043-EXPORT-CNT              PIC S9(00009) COMP-3
008100                                     VALUE ZERO.
008200 77  WR-0043-SCH2-CNT                PIC S9(00009) COMP-3
008900                                     VALUE ZERO.
009000 77  WR-0043-PARTL-CNT               PIC S9(00009) COMP-3
009100                                     VALUE ZERO.
009133*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
009166     COPY WKC90040.
009177*    OUTBOUND FILE MANIFEST - SHARED PDDS9006 ROUTINE.
009188     COPY WKC90060.
009200*****************************************************************
009300*  EXEC SQL - SQLCA, HOST VARIABLES AND THE EXPORT CURSOR.      *
009400*  THE MEMBER JOIN SUPPLIES THE PATIENT IDENTIFIERS THE PDMP    *
016700*    1000-INITIALIZE - RUN DATE, FILE HEADER, OPEN CURSOR       *
016800*****************************************************************
016900 1000-INITIALIZE.
016911     MOVE 'PDDR0043'             TO WK-9004-PGM-ID.
016922     MOVE SPACES                 TO WK-9004-OVRD-DT.
016933     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
016944     IF WK-9004-NO-BUS-DT
016955         DISPLAY 'PDDR0043 - NO BUSINESS PROCESSING DATE'
016966         MOVE 16 TO RETURN-CODE
016977         GOBACK
016988     END-IF.
017000     OPEN OUTPUT PDMPOUT-FILE RPT0043-FILE.
017450     MOVE WK-9004-BUS-DT         TO WH-0043-RUN-DT.
017900     MOVE WH-0043-RUN-DT         TO RL-0043-H1-DT.
018000     WRITE RPT0043-REC FROM RL-0043-HDG1
018100         BEFORE ADVANCING TO-NEW-PAGE.
025200     END-IF.
025300     WRITE PD-EXPORT-REC.
025400     ADD 1 TO WR-0043-EXPORT-CNT.
025450     ADD WH-0043-QTY-AMT         TO WR-0043-QTY-HASH.
025500     EVALUATE WH-0043-DEA-CD
025600       WHEN '2' ADD 1 TO WR-0043-SCH2-CNT
025700       WHEN '3' ADD 1 TO WR-0043-SCH3-CNT
029500     EXEC SQL
029600         CLOSE C0043
029700     END-EXEC.
029733     PERFORM 8500-REGISTER-FILE
029766         THRU 8500-REGISTER-FILE-EXIT.
029800     CLOSE PDMPOUT-FILE RPT0043-FILE.
029900 8000-FINALIZE-EXIT.
029903     EXIT.
029906*****************************************************************
029909*    8500-REGISTER-FILE - PDMPOUT ON THE OUTBOUND FILE          *
029912*    MANIFEST (SHARED PDDS9006).  A FAILED REGISTRATION LEAVES  *
029915*    A GOOD FILE UNTRACKED - RC 4 SO OPERATIONS RERUN THE STEP  *
029918*****************************************************************
029921 8500-REGISTER-FILE.
029924     MOVE 'PDMP'                 TO WK-9006-FILE-TY-CD.
029927     MOVE 'PDDR0043'             TO WK-9006-PGM-ID.
029930     MOVE 'PDMPOUT'              TO WK-9006-DD-NM.
029933     MOVE WH-0043-RUN-DT         TO WK-9006-BUS-DT.
029936     MOVE WR-0043-EXPORT-CNT     TO WK-9006-REC-CNT.
029939     MOVE WR-0043-QTY-HASH       TO WK-9006-HASH-AMT.
029942     CALL 'PDDS9006' USING WK-9006-CALL-PARMS.
029945     IF NOT WK-9006-OK
029948         DISPLAY 'PDDR0043 - FILE NOT ON MANIFEST, REPLY '
029951                 WK-9006-REPLY-CD ' SQLCODE ' WK-9006-SQLCODE
029954         IF RETURN-CODE < 4
029957             MOVE 4 TO RETURN-CODE
029960         END-IF
029963         GO TO 8500-REGISTER-FILE-EXIT
029966     END-IF.
029969     EXEC SQL COMMIT END-EXEC.
029972     DISPLAY 'PDDR0043 - MANIFEST ' WK-9006-GEN-NM.
029975 8500-REGISTER-FILE-EXIT.
030000     EXIT.
030100*****************************************************************
030200*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
