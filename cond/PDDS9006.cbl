000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDS9006.
000300 AUTHOR.        ACS0658.
000400 INSTALLATION.  CLAIMS SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  MODIFICATION HISTORY                                        *
001000*                                                               *
001100*  DATE      INIT  DESCRIPTION                                 *
001200*  --------  ----  ----------------------------------------    *
001300*  10/15/26  ACS   NEW PROGRAM.  SHARED OUTBOUND-FILE          *
001400*                  REGISTRATION ROUTINE.  EVERY PROGRAM THAT   *
001500*                  WRITES A FILE FOR AN OUTSIDE RECEIVER CALLS *
001600*                  IT ONCE THE FILE IS COMPLETE, AND IT ADDS   *
001700*                  THE NEXT GENERATION OF THAT FILE TYPE AND   *
001800*                  BUSINESS DATE TO THE G_OUT_FILE_MNFST_TB    *
001900*                  DELIVERY MANIFEST WITH THE DETAIL RECORD    *
002000*                  COUNT, THE HASH TOTAL AND A GENERATION NAME *
002100*                  (DDNAME.DCCYYMMDD.VNNNN) THAT THE DELIVERY  *
002200*                  JOB (PDDB0032) AND THE RECEIVER'S           *
002300*                  ACKNOWLEDGMENT (PDDB0033) QUOTE BACK.  A    *
002400*                  RERUN WITHDRAWS ANY EARLIER GENERATION FOR  *
002500*                  THE SAME DATE THAT WAS NEVER SENT, SO ONLY  *
002600*                  THE LATEST ONE IS WAITING TO GO.            *
002700*                                                              *
002800*****************************************************************
002900*                                                               *
003000*   THE ROUTINE DOES NOT COMMIT - THE MANIFEST ROW BELONGS TO   *
003100*   THE CALLER'S UNIT OF WORK, SO A PROGRAM THAT ALSO WRITES    *
003200*   TRACKING ROWS (TPL, WORKERS' COMP) COMMITS BOTH TOGETHER.   *
003300*   IT ALWAYS RETURNS TO ITS CALLER; MISSING PARAMETERS OR A    *
003400*   DATABASE ERROR ARE REPORTED IN WK-9006-REPLY-CD.            *
003500*                                                               *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100*****************************************************************
004200*  DATA DIVISION                                                *
004300*****************************************************************
004400 DATA DIVISION.
004500 WORKING-STORAGE SECTION.
004600 01  WK-9006-SEQ-DSP                 PIC 9(00004).
004700*    CCYYMMDD FROM THE CCYY-MM-DD BUSINESS DATE.
004800 01  WK-9006-DT-DSP.
004900     05  WK-9006-DT-CCYY             PIC X(00004).
005000     05  WK-9006-DT-MM               PIC X(00002).
005100     05  WK-9006-DT-DD               PIC X(00002).
005200     EXEC SQL INCLUDE SQLCA END-EXEC.
005300     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
005400     COPY GLOFMNTB.
005500     EXEC SQL END DECLARE SECTION END-EXEC.
005600*****************************************************************
005700*  LINKAGE SECTION                                              *
005800*****************************************************************
005900 LINKAGE SECTION.
006000     COPY WKC90060.
006100*****************************************************************
006200*  PROCEDURE DIVISION                                          *
006300*****************************************************************
006400 PROCEDURE DIVISION USING WK-9006-CALL-PARMS.
006500*
006600 S000-000-MAINLINE       SECTION.
006700 S000-010-START.
006800     SET WK-9006-OK              TO TRUE.
006900     MOVE ZERO                   TO WK-9006-GEN-SEQ-NUM
007000                                    WK-9006-SQLCODE.
007100     MOVE SPACES                 TO WK-9006-GEN-NM.
007200     IF WK-9006-FILE-TY-CD = SPACES
007300        OR WK-9006-PGM-ID  = SPACES
007400        OR WK-9006-DD-NM   = SPACES
007500        OR WK-9006-BUS-DT (1:4) NOT NUMERIC
007600        OR WK-9006-BUS-DT (6:2) NOT NUMERIC
007700        OR WK-9006-BUS-DT (9:2) NOT NUMERIC
007800         SET WK-9006-BAD-PARMS   TO TRUE
007900         GOBACK
008000     END-IF.
008100     PERFORM S100-000-NEXT-GENERATION
008200         THRU S100-999-EXIT.
008300     IF WK-9006-OK
008400         PERFORM S200-000-WITHDRAW-UNSENT
008500             THRU S200-999-EXIT
008600     END-IF.
008700     IF WK-9006-OK
008800         PERFORM S300-000-INSERT-ROW
008900             THRU S300-999-EXIT
009000     END-IF.
009100     GOBACK.
009200*****************************************************************
009300*    S100-000-NEXT-GENERATION - ONE PAST THE HIGHEST SEQUENCE   *
009400*    ALREADY REGISTERED FOR THE FILE TYPE AND DATE, AND THE     *
009500*    GENERATION NAME BUILT FROM IT                              *
009600*****************************************************************
009700 S100-000-NEXT-GENERATION.
009800     MOVE WK-9006-FILE-TY-CD     TO GLOFMNTB-G-FILE-TY-CD.
009900     MOVE WK-9006-BUS-DT         TO GLOFMNTB-G-BUS-DT.
010000     MOVE ZERO                   TO GLOFMNTB-G-GEN-SEQ-NUM.
010100     EXEC SQL
010200         SELECT NVL(MAX(G_GEN_SEQ_NUM), 0)
010300           INTO :GLOFMNTB-G-GEN-SEQ-NUM
010400           FROM G_OUT_FILE_MNFST_TB
010500          WHERE G_FILE_TY_CD = :GLOFMNTB-G-FILE-TY-CD
010600            AND G_BUS_DT     = :GLOFMNTB-G-BUS-DT
010700     END-EXEC.
010800     IF SQLCODE NOT = 0
010900         MOVE SQLCODE            TO WK-9006-SQLCODE
011000         SET WK-9006-SQL-ERROR   TO TRUE
011100         GO TO S100-999-EXIT
011200     END-IF.
011300     ADD 1                       TO GLOFMNTB-G-GEN-SEQ-NUM.
011400     MOVE GLOFMNTB-G-GEN-SEQ-NUM TO WK-9006-GEN-SEQ-NUM
011500                                    WK-9006-SEQ-DSP.
011600     MOVE WK-9006-BUS-DT (1:4)   TO WK-9006-DT-CCYY.
011700     MOVE WK-9006-BUS-DT (6:2)   TO WK-9006-DT-MM.
011800     MOVE WK-9006-BUS-DT (9:2)   TO WK-9006-DT-DD.
011900     STRING WK-9006-DD-NM        DELIMITED BY SPACE
012000            '.D'                 DELIMITED BY SIZE
012100            WK-9006-DT-DSP       DELIMITED BY SIZE
012200            '.V'                 DELIMITED BY SIZE
012300            WK-9006-SEQ-DSP      DELIMITED BY SIZE
012400         INTO WK-9006-GEN-NM.
012500 S100-999-EXIT.
012600     EXIT.
012700*****************************************************************
012800*    S200-000-WITHDRAW-UNSENT - AN EARLIER GENERATION FOR THE   *
012900*    SAME DATE STILL WAITING TO GO IS REPLACED BY THIS ONE      *
013000*****************************************************************
013100 S200-000-WITHDRAW-UNSENT.
013200     EXEC SQL
013300         UPDATE G_OUT_FILE_MNFST_TB
013400            SET G_FILE_STAT_CD = 'X',
013500                G_ACK_RSN_TX   = 'REPLACED BY RERUN',
013600                G_UPD_USER_ID  = :WK-9006-PGM-ID,
013700                G_UPD_TS       = TO_CHAR(CURRENT_TIMESTAMP,
013800                                 'YYYY-MM-DD-HH24.MI.SS.FF6')
013900          WHERE G_FILE_TY_CD   = :GLOFMNTB-G-FILE-TY-CD
014000            AND G_BUS_DT       = :GLOFMNTB-G-BUS-DT
014100            AND G_FILE_STAT_CD = 'P'
014200     END-EXEC.
014300     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
014400         MOVE SQLCODE            TO WK-9006-SQLCODE
014500         SET WK-9006-SQL-ERROR   TO TRUE
014600     END-IF.
014700 S200-999-EXIT.
014800     EXIT.
014900*****************************************************************
015000*    S300-000-INSERT-ROW - THE NEW GENERATION, STATUS PRODUCED  *
015100*****************************************************************
015200 S300-000-INSERT-ROW.
015300     MOVE WK-9006-GEN-NM         TO GLOFMNTB-G-GEN-NM.
015400     MOVE WK-9006-PGM-ID         TO GLOFMNTB-G-PGM-ID
015500                                    GLOFMNTB-G-UPD-USER-ID.
015600     MOVE WK-9006-REC-CNT        TO GLOFMNTB-G-REC-CNT.
015700     MOVE WK-9006-HASH-AMT       TO GLOFMNTB-G-HASH-AMT.
015800     SET GLOFMNTB-PRODUCED       TO TRUE.
015900     EXEC SQL
016000         INSERT INTO G_OUT_FILE_MNFST_TB
016100                (G_FILE_TY_CD, G_BUS_DT, G_GEN_SEQ_NUM, G_GEN_NM,
016200                 G_PGM_ID, G_REC_CNT, G_HASH_AMT, G_FILE_STAT_CD,
016300                 G_CRE_TS, G_SENT_TS, G_SENT_REF_TX, G_ACK_TS,
016400                 G_ACK_REF_TX, G_ACK_RSN_TX, G_UPD_USER_ID,
016500                 G_UPD_TS)
016600         VALUES (:GLOFMNTB-G-FILE-TY-CD,
016700                 :GLOFMNTB-G-BUS-DT,
016800                 :GLOFMNTB-G-GEN-SEQ-NUM,
016900                 :GLOFMNTB-G-GEN-NM,
017000                 :GLOFMNTB-G-PGM-ID,
017100                 :GLOFMNTB-G-REC-CNT,
017200                 :GLOFMNTB-G-HASH-AMT,
017300                 :GLOFMNTB-G-FILE-STAT-CD,
017400                 TO_CHAR(CURRENT_TIMESTAMP,
017500                         'YYYY-MM-DD-HH24.MI.SS.FF6'),
017600                 ' ', ' ', ' ', ' ', ' ',
017700                 :GLOFMNTB-G-UPD-USER-ID,
017800                 TO_CHAR(CURRENT_TIMESTAMP,
017900                         'YYYY-MM-DD-HH24.MI.SS.FF6'))
018000     END-EXEC.
018100     IF SQLCODE NOT = 0
018200         MOVE SQLCODE            TO WK-9006-SQLCODE
018300         SET WK-9006-SQL-ERROR   TO TRUE
018400     END-IF.
018500 S300-999-EXIT.
018600     EXIT.
