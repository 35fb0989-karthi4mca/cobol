002000*                  SO UNITS ARE NOT DOUBLE-INVOICED.  WRITES   *
002100*                  THE INVOICE-SUPPORT EXTRACT FILE AND A      *
002200*                  COUNTS-AND-DOLLARS SUMMARY PER LABELER.     *
002220*  10/15/26  ACS   WITH NO RBTPARM CARD THE RUN NOW DEFAULTS   *
002240*                  TO THE PREVIOUS CALENDAR QUARTER OF THE     *
002260*                  BUSINESS PROCESSING DATE FROM               *
002280*                  G_PROC_DT_CTL_TB (SHARED PDDS9004 ROUTINE). *
002282*  10/15/26  ACS   THE RBTEXTR FILE IS REGISTERED ON THE       *
002284*                  G_OUT_FILE_MNFST_TB OUTBOUND FILE MANIFEST  *
002286*                  (SHARED PDDS9006 ROUTINE) WITH ITS NDC      *
002288*                  RECORD COUNT AND PAID-DOLLAR HASH, SO THE   *
002290*                  DELIVERY JOB CAN MARK IT SENT AND THE       *
002292*                  RECEIVER'S ACKNOWLEDGMENT CAN BE MATCHED TO *
002294*                  IT.                                         *
002300*                                                              *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
006200 WORKING-STORAGE SECTION.
006300 77  WR-0042-EOF-SW                  PIC X(00001) VALUE 'N'.
006400     88  WR-0042-EOF                 VALUE 'Y'.
006433 77  WR-0042-PAID-HASH               PIC S9(00013)V9(00002)
006466                                     COMP-3 VALUE ZERO.
006500 77  WR-0042-FIRST-SW                PIC X(00001) VALUE 'Y'.
006600     88  WR-0042-FIRST-ROW           VALUE 'Y'.
006700 77  WR-0042-NDC-CNT                 PIC S9(00009) COMP-3
007800                                     COMP-3 VALUE ZERO.
007900     05  WR-0042-LBL-PAID-AMT        PIC S9(00011)V9(00002)
008000                                     COMP-3 VALUE ZERO.
008033*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
008066     COPY WKC90040.
008077*    OUTBOUND FILE MANIFEST - SHARED PDDS9006 ROUTINE.
008088     COPY WKC90060.
008100*****************************************************************
008200*  EXEC SQL - SQLCA, HOST VARIABLES AND THE ROLLUP CURSOR.      *
008300*  THE JOIN KEEPS ONLY REBATE-PARTICIPATING PRODUCTS AND THE    *
015700*    1000-INITIALIZE                                            *
015800*****************************************************************
015900 1000-INITIALIZE.
015911     MOVE 'PDDR0042'             TO WK-9004-PGM-ID.
015922     MOVE SPACES                 TO WK-9004-OVRD-DT.
015933     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
015944     IF WK-9004-NO-BUS-DT
015955         DISPLAY 'PDDR0042 - NO BUSINESS PROCESSING DATE'
015966         MOVE 16 TO RETURN-CODE
015977         GOBACK
015988     END-IF.
016000     OPEN INPUT  RBTPARM-FILE.
016100     OPEN OUTPUT RBTEXTR-FILE RPT0042-FILE.
016200     READ RBTPARM-FILE
016300         AT END
016550             MOVE SPACES TO RB-PARM-REC
016800     END-READ.
016816*    NO QUARTER CARD - RUN THE PREVIOUS CALENDAR QUARTER.
016832     IF RB-QTR-BEG-DT = SPACES
016848         MOVE WK-9004-PRV-QTR-BEG-DT TO RB-QTR-BEG-DT
016864         MOVE WK-9004-PRV-QTR-END-DT TO RB-QTR-END-DT
016880     END-IF.
016900     MOVE RB-QTR-BEG-DT          TO WH-0042-QTR-BEG-DT
017000                                    RL-0042-H1-BEG.
017100     MOVE RB-QTR-END-DT          TO WH-0042-QTR-END-DT
024600     ADD WH-0042-CLM-CNT         TO WR-0042-LBL-CLM-CNT.
024700     ADD WH-0042-UNIT-QTY        TO WR-0042-LBL-UNIT-QTY.
024800     ADD WH-0042-PAID-AMT        TO WR-0042-LBL-PAID-AMT.
024850     ADD WH-0042-PAID-AMT        TO WR-0042-PAID-HASH.
024900 4000-WRITE-EXTRACT-EXIT.
025000     EXIT.
025100*****************************************************************
025900     EXEC SQL
026000         CLOSE C0042
026100     END-EXEC.
026133     PERFORM 8500-REGISTER-FILE
026166         THRU 8500-REGISTER-FILE-EXIT.
026200     CLOSE RBTPARM-FILE RBTEXTR-FILE RPT0042-FILE.
026300 8000-FINALIZE-EXIT.
026303     EXIT.
026306*****************************************************************
026309*    8500-REGISTER-FILE - RBTEXTR ON THE OUTBOUND FILE          *
026312*    MANIFEST (SHARED PDDS9006).  A FAILED REGISTRATION LEAVES  *
026315*    A GOOD FILE UNTRACKED - RC 4 SO OPERATIONS RERUN THE STEP  *
026318*****************************************************************
026321 8500-REGISTER-FILE.
026324     MOVE 'MFRREBT'              TO WK-9006-FILE-TY-CD.
026327     MOVE 'PDDR0042'             TO WK-9006-PGM-ID.
026330     MOVE 'RBTEXTR'              TO WK-9006-DD-NM.
026333     MOVE WK-9004-BUS-DT         TO WK-9006-BUS-DT.
026336     MOVE WR-0042-NDC-CNT        TO WK-9006-REC-CNT.
026339     MOVE WR-0042-PAID-HASH      TO WK-9006-HASH-AMT.
026342     CALL 'PDDS9006' USING WK-9006-CALL-PARMS.
026345     IF NOT WK-9006-OK
026348         DISPLAY 'PDDR0042 - FILE NOT ON MANIFEST, REPLY '
026351                 WK-9006-REPLY-CD ' SQLCODE ' WK-9006-SQLCODE
026354         IF RETURN-CODE < 4
026357             MOVE 4 TO RETURN-CODE
026360         END-IF
026363         GO TO 8500-REGISTER-FILE-EXIT
026366     END-IF.
026369     EXEC SQL COMMIT END-EXEC.
026372     DISPLAY 'PDDR0042 - MANIFEST ' WK-9006-GEN-NM.
026375 8500-REGISTER-FILE-EXIT.
026400     EXIT.
026500*****************************************************************
026600*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
