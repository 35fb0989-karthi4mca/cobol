001700*                  B340PARM CONTROL CARD, WRITES THE EXTRACT    *
001800*                  FILE FOR THE REBATE UNIT'S INVOICING         *
001900*                  EXCLUSION, AND PRINTS A COUNTS REPORT.       *
001920*  10/15/26  ACS   WITH NO B340PARM CARD THE RUN NOW DEFAULTS   *
001940*                  TO THE PREVIOUS CALENDAR QUARTER OF THE      *
001960*                  BUSINESS PROCESSING DATE FROM                *
001980*                  G_PROC_DT_CTL_TB (SHARED PDDS9004 ROUTINE).  *
001982*  10/15/26  ACS   THE B340EXTR FILE IS REGISTERED ON THE       *
001984*                  G_OUT_FILE_MNFST_TB OUTBOUND FILE MANIFEST   *
001986*                  (SHARED PDDS9006 ROUTINE) WITH ITS CLAIM     *
001988*                  COUNT AND REIMBURSED-DOLLAR HASH, SO THE     *
001990*                  DELIVERY JOB CAN MARK IT SENT AND THE        *
001992*                  RECEIVER'S ACKNOWLEDGMENT CAN BE MATCHED TO  *
001994*                  IT.                                          *
002000*                                                               *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
006400                                     VALUE ZERO.
006500 77  WR-0033-EXTR-AMT                PIC S9(00011)V9(00002)
006600                                     COMP-3 VALUE ZERO.
006633*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
006666     COPY WKC90040.
006677*    OUTBOUND FILE MANIFEST - SHARED PDDS9006 ROUTINE.
006688     COPY WKC90060.
006700*****************************************************************
006800*  EXEC SQL - HOST VARIABLES / SQLCA / EXTRACT CURSOR           *
006900*****************************************************************
012800*    1000-INITIALIZE                                            *
012900*****************************************************************
013000 1000-INITIALIZE.
013011     MOVE 'PDDR0033'             TO WK-9004-PGM-ID.
013022     MOVE SPACES                 TO WK-9004-OVRD-DT.
013033     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
013044     IF WK-9004-NO-BUS-DT
013055         DISPLAY 'PDDR0033 - NO BUSINESS PROCESSING DATE'
013066         MOVE 16 TO RETURN-CODE
013077         GOBACK
013088     END-IF.
013100     OPEN INPUT  B340PARM-FILE.
013200     OPEN OUTPUT B340EXTR-FILE RPT0033-FILE.
013300     READ B340PARM-FILE
013400         AT END
013650             MOVE SPACES TO BP-PARM-REC
013900     END-READ.
013916*    NO QUARTER CARD - RUN THE PREVIOUS CALENDAR QUARTER.
013932     IF BP-QTR-BEG-DT = SPACES
013948         MOVE WK-9004-PRV-QTR-BEG-DT TO BP-QTR-BEG-DT
013964         MOVE WK-9004-PRV-QTR-END-DT TO BP-QTR-END-DT
013980     END-IF.
014000     MOVE BP-QTR-BEG-DT             TO WH-0033-QTR-BEG-DT
014100                                       RL-0033-H1-BEG.
014200     MOVE BP-QTR-END-DT             TO WH-0033-QTR-END-DT
020000     EXEC SQL
020100         CLOSE C0033
020200     END-EXEC.
020233     PERFORM 8500-REGISTER-FILE
020266         THRU 8500-REGISTER-FILE-EXIT.
020300     CLOSE B340PARM-FILE B340EXTR-FILE RPT0033-FILE.
020400 8000-FINALIZE-EXIT.
020403     EXIT.
020406*****************************************************************
020409*    8500-REGISTER-FILE - B340EXTR ON THE OUTBOUND FILE         *
020412*    MANIFEST (SHARED PDDS9006).  A FAILED REGISTRATION LEAVES  *
020415*    A GOOD FILE UNTRACKED - RC 4 SO OPERATIONS RERUN THE STEP  *
020418*****************************************************************
020421 8500-REGISTER-FILE.
020424     MOVE '340B'                 TO WK-9006-FILE-TY-CD.
020427     MOVE 'PDDR0033'             TO WK-9006-PGM-ID.
020430     MOVE 'B340EXTR'             TO WK-9006-DD-NM.
020433     MOVE WK-9004-BUS-DT         TO WK-9006-BUS-DT.
020436     MOVE WR-0033-EXTR-CNT       TO WK-9006-REC-CNT.
020439     MOVE WR-0033-EXTR-AMT       TO WK-9006-HASH-AMT.
020442     CALL 'PDDS9006' USING WK-9006-CALL-PARMS.
020445     IF NOT WK-9006-OK
020448         DISPLAY 'PDDR0033 - FILE NOT ON MANIFEST, REPLY '
020451                 WK-9006-REPLY-CD ' SQLCODE ' WK-9006-SQLCODE
020454         IF RETURN-CODE < 4
020457             MOVE 4 TO RETURN-CODE
020460         END-IF
020463         GO TO 8500-REGISTER-FILE-EXIT
020466     END-IF.
020469     EXEC SQL COMMIT END-EXEC.
020472     DISPLAY 'PDDR0033 - MANIFEST ' WK-9006-GEN-NM.
020475 8500-REGISTER-FILE-EXIT.
020500     EXIT.
020600*****************************************************************
020700*    9999-SQL-ERROR                                             *
