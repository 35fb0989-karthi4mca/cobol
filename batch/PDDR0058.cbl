001900*                  REGISTRY WANTS, AND WRITES THE IMMEXTR      *
002000*                  SUBMISSION FILE WITH A TRANSMISSION-        *
002100*                  CONTROL COUNT REPORT.                       *
002120*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002140*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002160*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
002180*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
002182*  10/15/26  ACS   THE IMMEXTR FILE IS REGISTERED ON THE       *
002184*                  G_OUT_FILE_MNFST_TB OUTBOUND FILE MANIFEST  *
002186*                  (SHARED PDDS9006 ROUTINE) WITH ITS RECORD   *
002188*                  COUNT AND DOSE-QUANTITY HASH TOTAL (THE     *
002190*                  FILE CARRIES NO DOLLARS), SO THE DELIVERY   *
002192*                  JOB CAN MARK IT SENT AND THE RECEIVER'S     *
002194*                  ACKNOWLEDGMENT CAN BE MATCHED TO IT.        *
002200*                                                              *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
005700 WORKING-STORAGE SECTION.
005800 77  WR-0058-EOF-SW                  PIC X(00001) VALUE 'N'.
005900     88  WR-0058-EOF                 VALUE 'Y'.
005933 77  WR-0058-QTY-HASH                PIC S9(00013)V9(00003)
005966                                     COMP-3 VALUE ZERO.
006000 77  WR-0058-EXTR-CNT                PIC S9(00009) COMP-3
006100                                     VALUE ZERO.
006200 77  WR-0058-MBR-MISS-CNT            PIC S9(00009) COMP-3
006300                                     VALUE ZERO.
006333*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
006366     COPY WKC90040.
006377*    OUTBOUND FILE MANIFEST - SHARED PDDS9006 ROUTINE.
006388     COPY WKC90060.
006400*****************************************************************
006500*  EXEC SQL - SQLCA, HOST VARIABLES AND THE EXTRACT CURSOR.     *
006600*  THE LIST JOIN RESTRICTS TO VACCINE GCNS AND SUPPLIES THE     *
013600*    1000-INITIALIZE                                            *
013700*****************************************************************
013800 1000-INITIALIZE.
013811     MOVE 'PDDR0058'             TO WK-9004-PGM-ID.
013822     MOVE SPACES                 TO WK-9004-OVRD-DT.
013833     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
013844     IF WK-9004-NO-BUS-DT
013855         DISPLAY 'PDDR0058 - NO BUSINESS PROCESSING DATE'
013866         MOVE 16 TO RETURN-CODE
013877         GOBACK
013888     END-IF.
013900     OPEN OUTPUT IMMEXTR-FILE RPT0058-FILE.
013950     MOVE WK-9004-BUS-DT         TO WH-0058-RUN-DT.
014000     EXEC SQL
014100         SELECT TO_CHAR(TO_DATE(:WH-0058-RUN-DT,
014200                                'YYYY-MM-DD') - 7,
014300                        'YYYY-MM-DD')
014400           INTO :WH-0058-WEEK-BEG-DT
014500           FROM DUAL
014600     END-EXEC.
014700     IF SQLCODE NOT = 0
018800         MOVE WH-0058-QTY-AMT    TO IM-QTY-AMT
018900         WRITE IM-IMMUN-REC
019000         ADD 1 TO WR-0058-EXTR-CNT
019050         ADD WH-0058-QTY-AMT     TO WR-0058-QTY-HASH
019100         IF WH-0058-CRDHLDR-ID = SPACES
019200             ADD 1 TO WR-0058-MBR-MISS-CNT
019300         END-IF
021300     MOVE WR-0058-MBR-MISS-CNT         TO RL-0058-C-CNT.
021400     WRITE RPT0058-REC FROM RL-0058-COUNT-LINE
021500         AFTER ADVANCING 1 LINE.
021533     PERFORM 8500-REGISTER-FILE
021566         THRU 8500-REGISTER-FILE-EXIT.
021600     CLOSE IMMEXTR-FILE RPT0058-FILE.
021700 8000-FINALIZE-EXIT.
021703     EXIT.
021706*****************************************************************
021709*    8500-REGISTER-FILE - IMMEXTR ON THE OUTBOUND FILE          *
021712*    MANIFEST (SHARED PDDS9006).  A FAILED REGISTRATION LEAVES  *
021715*    A GOOD FILE UNTRACKED - RC 4 SO OPERATIONS RERUN THE STEP  *
021718*****************************************************************
021721 8500-REGISTER-FILE.
021724     MOVE 'IMMREG'               TO WK-9006-FILE-TY-CD.
021727     MOVE 'PDDR0058'             TO WK-9006-PGM-ID.
021730     MOVE 'IMMEXTR'              TO WK-9006-DD-NM.
021733     MOVE WH-0058-RUN-DT         TO WK-9006-BUS-DT.
021736     MOVE WR-0058-EXTR-CNT       TO WK-9006-REC-CNT.
021739     MOVE WR-0058-QTY-HASH       TO WK-9006-HASH-AMT.
021742     CALL 'PDDS9006' USING WK-9006-CALL-PARMS.
021745     IF NOT WK-9006-OK
021748         DISPLAY 'PDDR0058 - FILE NOT ON MANIFEST, REPLY '
021751                 WK-9006-REPLY-CD ' SQLCODE ' WK-9006-SQLCODE
021754         IF RETURN-CODE < 4
021757             MOVE 4 TO RETURN-CODE
021760         END-IF
021763         GO TO 8500-REGISTER-FILE-EXIT
021766     END-IF.
021769     EXEC SQL COMMIT END-EXEC.
021772     DISPLAY 'PDDR0058 - MANIFEST ' WK-9006-GEN-NM.
021775 8500-REGISTER-FILE-EXIT.
021800     EXIT.
021900*****************************************************************
022000*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
