000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDS9009.
000300 AUTHOR.        ACS0658.
000400 INSTALLATION.  CLAIMS SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  MODIFICATION HISTORY                                         *
001000*                                                               *
001100*  DATE      INIT  DESCRIPTION                                  *
001200*  --------  ----  ----------------------------------------     *
001300*  10/15/26  ACS   NEW PROGRAM.  SHARED AUDITED ACCUMULATOR     *
001400*                  ADJUSTMENT ROUTINE, TAKEN OUT OF PDDB0012    *
001500*                  SO THAT EVERY OFF-LINE CHANGE TO A           *
001600*                  B_BENEFIT_TB BENEFIT-YTD AMOUNT - THE CARD-  *
001700*                  DRIVEN UTILITY AND THE MEDICAL CARRIER'S     *
001800*                  ACCUMULATOR FILE (PDDB0049) - GOES THROUGH   *
001900*                  ONE PATH.  A DELTA THAT WOULD DRIVE THE      *
002000*                  ACCUMULATOR NEGATIVE IS REFUSED; ANY OTHER   *
002100*                  IS APPLIED AND WRITES THE BEFORE/AFTER       *
002200*                  B_BENEFIT_ADJ_AUD_TB ROW WITH THE USER AND   *
002300*                  REASON CODE.                                 *
002400*                                                               *
002500*****************************************************************
002600*                                                               *
002700*   THE ROUTINE DOES NOT COMMIT - THE UPDATE AND ITS AUDIT ROW  *
002800*   BELONG TO THE CALLER'S UNIT OF WORK, SO A CALLER APPLYING   *
002900*   TWO ACCUMULATORS FOR ONE RECORD COMMITS OR BACKS OUT BOTH.  *
003000*   IT ALWAYS RETURNS TO ITS CALLER; A REFUSAL, MISSING         *
003100*   PARAMETERS OR A DATABASE ERROR ARE REPORTED IN              *
003200*   WK-9009-REPLY-CD.                                           *
003300*                                                               *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900*****************************************************************
004000*  DATA DIVISION                                                *
004100*****************************************************************
004200 DATA DIVISION.
004300 WORKING-STORAGE SECTION.
004400     EXEC SQL INCLUDE SQLCA END-EXEC.
004500     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
004600     COPY BBENADTB.
004700     EXEC SQL END DECLARE SECTION END-EXEC.
004800*****************************************************************
004900*  LINKAGE SECTION                                              *
005000*****************************************************************
005100 LINKAGE SECTION.
005200     COPY WKC90090.
005300*****************************************************************
005400*  PROCEDURE DIVISION                                          *
005500*****************************************************************
005600 PROCEDURE DIVISION USING WK-9009-CALL-PARMS.
005700*
005800 S000-000-MAINLINE       SECTION.
005900 S000-010-START.
006000     SET WK-9009-APPLIED         TO TRUE.
006100     MOVE ZERO                   TO WK-9009-BEF-YTD-AMT
006200                                    WK-9009-AFT-YTD-AMT
006300                                    WK-9009-SQLCODE.
006400     IF WK-9009-YR-ID NOT NUMERIC
006500        OR WK-9009-BENEFIT-TY-CD = SPACES
006600        OR WK-9009-USER-ID       = SPACES
006700        OR WK-9009-RSN-CD        = SPACES
006800         SET WK-9009-BAD-PARMS   TO TRUE
006900         GOBACK
007000     END-IF.
007100     MOVE WK-9009-SYS-ID         TO BBENADTB-B-SYS-ID.
007200     MOVE WK-9009-YR-ID          TO BBENADTB-B-YR-ID.
007300     MOVE WK-9009-GROUP-ID       TO BBENADTB-R-GROUP-ID.
007400     MOVE WK-9009-BENEFIT-TY-CD  TO BBENADTB-B-BENEFIT-TY-CD.
007500     MOVE WK-9009-USER-ID        TO BBENADTB-B-AUD-USER-ID.
007600     MOVE WK-9009-RSN-CD         TO BBENADTB-B-RSN-CD.
007700     MOVE WK-9009-ADJ-AMT        TO BBENADTB-B-ADJ-AMT.
007800     PERFORM S100-000-READ-BALANCE
007900         THRU S100-999-EXIT.
008000     IF WK-9009-APPLIED
008100         PERFORM S200-000-APPLY-AND-AUDIT
008200             THRU S200-999-EXIT
008300     END-IF.
008400     GOBACK.
008500*****************************************************************
008600*    S100-000-READ-BALANCE - THE CURRENT YTD, AND THE REFUSAL   *
008700*    OF A DELTA THAT WOULD TAKE IT BELOW ZERO                   *
008800*****************************************************************
008900 S100-000-READ-BALANCE.
009000     EXEC SQL
009100         SELECT COALESCE(B_BENEFIT_YTD_AMT, 0)
009200           INTO :BBENADTB-B-BEF-YTD-AMT
009300           FROM B_BENEFIT_TB
009400          WHERE B_SYS_ID        = :BBENADTB-B-SYS-ID
009500            AND B_YR_ID         = :BBENADTB-B-YR-ID
009600            AND RTRIM(R_GROUP_ID) =
009700                           RTRIM(:BBENADTB-R-GROUP-ID)
009800            AND B_BENEFIT_TY_CD = :BBENADTB-B-BENEFIT-TY-CD
009900     END-EXEC.
010000     EVALUATE SQLCODE
010100       WHEN 0
010200         CONTINUE
010300       WHEN 100
010400         SET WK-9009-NOT-ON-FILE TO TRUE
010500         GO TO S100-999-EXIT
010600       WHEN OTHER
010700         MOVE SQLCODE            TO WK-9009-SQLCODE
010800         SET WK-9009-SQL-ERROR   TO TRUE
010900         GO TO S100-999-EXIT
011000     END-EVALUATE.
011100     COMPUTE BBENADTB-B-AFT-YTD-AMT =
011200         BBENADTB-B-BEF-YTD-AMT + BBENADTB-B-ADJ-AMT.
011300     MOVE BBENADTB-B-BEF-YTD-AMT TO WK-9009-BEF-YTD-AMT.
011400     IF BBENADTB-B-AFT-YTD-AMT < ZERO
011500         MOVE BBENADTB-B-BEF-YTD-AMT TO WK-9009-AFT-YTD-AMT
011600         SET WK-9009-WOULD-GO-NEGATIVE TO TRUE
011700         GO TO S100-999-EXIT
011800     END-IF.
011900     MOVE BBENADTB-B-AFT-YTD-AMT TO WK-9009-AFT-YTD-AMT.
012000 S100-999-EXIT.
012100     EXIT.
012200*****************************************************************
012300*    S200-000-APPLY-AND-AUDIT - THE NEW YTD AND ITS AUDIT ROW,  *
012400*    IN THE CALLER'S UNIT OF WORK                               *
012500*****************************************************************
012600 S200-000-APPLY-AND-AUDIT.
012700     EXEC SQL
012800         UPDATE B_BENEFIT_TB
012900            SET B_BENEFIT_YTD_AMT = :BBENADTB-B-AFT-YTD-AMT
013000          WHERE B_SYS_ID        = :BBENADTB-B-SYS-ID
013100            AND B_YR_ID         = :BBENADTB-B-YR-ID
013200            AND RTRIM(R_GROUP_ID) =
013300                           RTRIM(:BBENADTB-R-GROUP-ID)
013400            AND B_BENEFIT_TY_CD = :BBENADTB-B-BENEFIT-TY-CD
013500     END-EXEC.
013600     IF SQLCODE NOT = 0
013700         MOVE SQLCODE            TO WK-9009-SQLCODE
013800         SET WK-9009-SQL-ERROR   TO TRUE
013900         GO TO S200-999-EXIT
014000     END-IF.
014100     EXEC SQL
014200         INSERT INTO B_BENEFIT_ADJ_AUD_TB
014300             (B_AUD_TS, B_AUD_USER_ID, B_RSN_CD,
014400              B_SYS_ID, B_YR_ID, R_GROUP_ID, B_BENEFIT_TY_CD,
014500              B_ADJ_AMT, B_BEF_YTD_AMT, B_AFT_YTD_AMT)
014600         VALUES
014700             (TO_CHAR(CURRENT_TIMESTAMP,
014800                      'YYYY-MM-DD-HH24.MI.SS.FF6'),
014900              :BBENADTB-B-AUD-USER-ID, :BBENADTB-B-RSN-CD,
015000              :BBENADTB-B-SYS-ID, :BBENADTB-B-YR-ID,
015100              :BBENADTB-R-GROUP-ID, :BBENADTB-B-BENEFIT-TY-CD,
015200              :BBENADTB-B-ADJ-AMT, :BBENADTB-B-BEF-YTD-AMT,
015300              :BBENADTB-B-AFT-YTD-AMT)
015400     END-EXEC.
015500     IF SQLCODE NOT = 0
015600         MOVE SQLCODE            TO WK-9009-SQLCODE
015700         SET WK-9009-SQL-ERROR   TO TRUE
015800     END-IF.
015900 S200-999-EXIT.
016000     EXIT.
