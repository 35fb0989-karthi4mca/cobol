002300*                  ANY PRIOR DATE; AN EMPTY CARD FILE TAKES    *
002400*                  THE CURRENT DATE.  GETS THE ANALYSTS OFF    *
002500*                  THE PRODUCTION TABLES.                      *
002520*  10/15/26  ACS   WITH NO WHPARM REDRIVE DATE THE EXTRACT NOW *
002540*                  RUNS FOR THE BUSINESS PROCESSING DATE FROM  *
002560*                  G_PROC_DT_CTL_TB (SHARED PDDS9004 ROUTINE)  *
002580*                  INSTEAD OF THE MACHINE CLOCK.               *
002582*  10/15/26  ACS   THE WHEXTR FILE IS REGISTERED ON THE        *
002584*                  G_OUT_FILE_MNFST_TB OUTBOUND FILE MANIFEST  *
002586*                  (SHARED PDDS9006 ROUTINE) WITH ITS CLAIM    *
002588*                  LINE COUNT AND PAID-DOLLAR HASH, SO THE     *
002590*                  DELIVERY JOB CAN MARK IT SENT AND THE       *
002592*                  RECEIVER'S ACKNOWLEDGMENT CAN BE MATCHED TO *
002594*                  IT. A WHPARM REDRIVE REGISTERS UNDER THE    *
002596*                  REDRIVEN DATE.                              *
002600*                                                              *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
007200     05  WR-0050-PAID-DSP            PIC 9(00009).9(00002).
007300     05  WR-0050-CNT-DSP             PIC 9(00009).
007400     05  WR-0050-HASH-DSP            PIC 9(00013).9(00002).
007433*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
007466     COPY WKC90040.
007477*    OUTBOUND FILE MANIFEST - SHARED PDDS9006 ROUTINE.
007488     COPY WKC90060.
007500*****************************************************************
007600*  EXEC SQL - SQLCA, HOST VARIABLES AND THE EXTRACT CURSOR      *
007700*****************************************************************
015000*    1000-INITIALIZE - THE REDRIVE DATE, OR TODAY               *
015100*****************************************************************
015200 1000-INITIALIZE.
015211     MOVE 'PDDR0050'             TO WK-9004-PGM-ID.
015222     MOVE SPACES                 TO WK-9004-OVRD-DT.
015233     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
015244     IF WK-9004-NO-BUS-DT
015255         DISPLAY 'PDDR0050 - NO BUSINESS PROCESSING DATE'
015266         MOVE 16 TO RETURN-CODE
015277         GOBACK
015288     END-IF.
015300     OPEN INPUT  WHPARM-FILE.
015400     OPEN OUTPUT WHEXTR-FILE RPT0050-FILE.
015500     READ WHPARM-FILE
015800     IF WP-EXTR-DT > SPACES
015900         MOVE WP-EXTR-DT TO WH-0050-EXTR-DT
016000     ELSE
016450         MOVE WK-9004-BUS-DT TO WH-0050-EXTR-DT
016900     END-IF.
017000     MOVE WH-0050-EXTR-DT        TO RL-0050-H1-DT.
017100     WRITE RPT0050-REC FROM RL-0050-HDG1
026400     MOVE WR-0050-PAID-HASH        TO RL-0050-A-AMT.
026500     WRITE RPT0050-REC FROM RL-0050-AMT-LINE
026600         AFTER ADVANCING 1 LINE.
026633     PERFORM 8500-REGISTER-FILE
026666         THRU 8500-REGISTER-FILE-EXIT.
026700     CLOSE WHPARM-FILE WHEXTR-FILE RPT0050-FILE.
026800 8000-FINALIZE-EXIT.
026803     EXIT.
026806*****************************************************************
026809*    8500-REGISTER-FILE - WHEXTR ON THE OUTBOUND FILE           *
026812*    MANIFEST (SHARED PDDS9006).  A FAILED REGISTRATION LEAVES  *
026815*    A GOOD FILE UNTRACKED - RC 4 SO OPERATIONS RERUN THE STEP  *
026818*****************************************************************
026821 8500-REGISTER-FILE.
026824     MOVE 'WHSE'                 TO WK-9006-FILE-TY-CD.
026827     MOVE 'PDDR0050'             TO WK-9006-PGM-ID.
026830     MOVE 'WHEXTR'               TO WK-9006-DD-NM.
026833     MOVE WH-0050-EXTR-DT        TO WK-9006-BUS-DT.
026836     MOVE WR-0050-REC-CNT        TO WK-9006-REC-CNT.
026839     MOVE WR-0050-PAID-HASH      TO WK-9006-HASH-AMT.
026842     CALL 'PDDS9006' USING WK-9006-CALL-PARMS.
026845     IF NOT WK-9006-OK
026848         DISPLAY 'PDDR0050 - FILE NOT ON MANIFEST, REPLY '
026851                 WK-9006-REPLY-CD ' SQLCODE ' WK-9006-SQLCODE
026854         IF RETURN-CODE < 4
026857             MOVE 4 TO RETURN-CODE
026860         END-IF
026863         GO TO 8500-REGISTER-FILE-EXIT
026866     END-IF.
026869     EXEC SQL COMMIT END-EXEC.
026872     DISPLAY 'PDDR0050 - MANIFEST ' WK-9006-GEN-NM.
026875 8500-REGISTER-FILE-EXIT.
026900     EXIT.
027000*****************************************************************
027100*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
