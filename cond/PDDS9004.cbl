000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDS9004.
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
001300*  10/15/26  ACS   NEW PROGRAM.  SHARED BUSINESS PROCESSING-   *
001400*                  DATE ROUTINE FOR THE BATCH PROGRAMS.  THE   *
001500*                  DATE A PROGRAM RUNS FOR NO LONGER COMES     *
001600*                  FROM THE MACHINE CLOCK: IT IS THE CALLER'S  *
001700*                  OWN DATE CARD IF IT PASSES ONE, ELSE THE    *
001800*                  OPTIONAL PROCDATE CARD IN THE STEP, ELSE    *
001900*                  THE BUSINESS DATE ON G_PROC_DT_CTL_TB THAT  *
002000*                  OPERATIONS ADVANCES ONCE PER CYCLE          *
002100*                  (PDDB0030).  ALSO HANDS BACK THE PRIOR      *
002200*                  BUSINESS DATE, THE CYCLE NUMBER AND THE     *
002300*                  LAST COMPLETE MONTH AND QUARTER BEFORE THE  *
002400*                  BUSINESS DATE, AND LOGS THE DATE CHOSEN AND *
002500*                  WHERE IT CAME FROM ON THE JOB LOG.          *
002600*                                                              *
002700*****************************************************************
002800*                                                               *
002900*   CALLED ONCE AT THE START OF EVERY DATED PDDB/PDDR PROGRAM.   *
003000*   THE ROUTINE RETURNS TO ITS CALLER EVEN WHEN NO DATE CAN BE   *
003100*   ESTABLISHED (WK-9004-NO-BUS-DT) - THE CALLER ENDS THE STEP   *
003200*   WITH ITS OWN RETURN CODE RATHER THAN RUN FOR A GUESSED DAY.  *
003300*                                                               *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPTIONAL PROCDATE-FILE ASSIGN TO PROCDATE
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300*****************************************************************
004400*  DATA DIVISION                                                *
004500*****************************************************************
004600 DATA DIVISION.
004700 FILE SECTION.
004800*    RERUN OVERRIDE FOR ANY STEP - BUSINESS DATE, CCYY-MM-DD.
004900 FD  PROCDATE-FILE.
005000 01  PD-CARD-REC.
005100     05  PD-BUS-DT                   PIC X(00010).
005200     05  FILLER                      PIC X(00070).
005300 WORKING-STORAGE SECTION.
005400 77  WK-9004-ROW-SW                  PIC X(00001) VALUE 'N'.
005500     88  WK-9004-ROW-FOUND           VALUE 'Y'.
005600 77  WK-9004-SOURCE-TX               PIC X(00020) VALUE SPACES.
005700 77  WK-9004-CYCLE-ED                PIC Z(00006)9.
005800 01  WK-9004-CARD-DT.
005900     05  WK-9004-CARD-CCYY           PIC X(00004).
006000     05  WK-9004-CARD-DASH1          PIC X(00001).
006100     05  WK-9004-CARD-MM             PIC X(00002).
006200     05  WK-9004-CARD-DASH2          PIC X(00001).
006300     05  WK-9004-CARD-DD             PIC X(00002).
006400     EXEC SQL INCLUDE SQLCA END-EXEC.
006500     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
006600     COPY GLPRCDTB.
006700 01  WH-9004-HOST-VARS.
006800     05  WH-9004-BUS-DT              PIC X(00010).
006900     05  WH-9004-CHK-DT              PIC X(00010).
007000     05  WH-9004-PRIOR-DT            PIC X(00010).
007100     05  WH-9004-MO-BEG-DT           PIC X(00010).
007200     05  WH-9004-MO-END-DT           PIC X(00010).
007300     05  WH-9004-QTR-BEG-DT          PIC X(00010).
007400     05  WH-9004-QTR-END-DT          PIC X(00010).
007500     EXEC SQL END DECLARE SECTION END-EXEC.
007600*****************************************************************
007700*  LINKAGE SECTION                                              *
007800*****************************************************************
007900 LINKAGE SECTION.
008000     COPY WKC90040.
008100*****************************************************************
008200*  PROCEDURE DIVISION                                          *
008300*****************************************************************
008400 PROCEDURE DIVISION USING WK-9004-CALL-PARMS.
008500*
008600 S000-000-MAINLINE       SECTION.
008700 S000-010-START.
008800     SET WK-9004-NO-BUS-DT       TO TRUE.
008900     MOVE SPACES                 TO WK-9004-BUS-DT
009000                                    WK-9004-BUS-DT-YYYYMMDD
009100                                    WK-9004-PRIOR-BUS-DT
009200                                    WK-9004-PRV-MO-BEG-DT
009300                                    WK-9004-PRV-MO-END-DT
009400                                    WK-9004-PRV-QTR-BEG-DT
009500                                    WK-9004-PRV-QTR-END-DT.
009600     MOVE ZERO                   TO WK-9004-CYCLE-NUM
009700                                    WK-9004-SQLCODE.
009800     PERFORM S100-000-READ-CONTROL-ROW
009900         THRU S100-999-EXIT.
010000     IF WK-9004-OVRD-DT = SPACES
010100         PERFORM S200-000-READ-PROCDATE-CARD
010200             THRU S200-999-EXIT
010300     END-IF.
010400     IF WK-9004-OVRD-DT NOT = SPACES
010500         PERFORM S300-000-APPLY-OVERRIDE
010600             THRU S300-999-EXIT
010700     END-IF.
010800     IF WK-9004-NO-BUS-DT
010900         DISPLAY 'PDDS9004 - ' WK-9004-PGM-ID
011000                 ' NO BUSINESS DATE - ' WK-9004-SOURCE-TX
011100         DISPLAY 'PDDS9004 - SQLCODE = ' WK-9004-SQLCODE
011200         GOBACK
011300     END-IF.
011400     PERFORM S400-000-DERIVE-PERIODS
011500         THRU S400-999-EXIT.
011600     MOVE WK-9004-CYCLE-NUM      TO WK-9004-CYCLE-ED.
011700     DISPLAY 'PDDS9004 - ' WK-9004-PGM-ID
011800             ' BUSINESS DATE ' WK-9004-BUS-DT
011900             ' CYCLE ' WK-9004-CYCLE-ED
012000             ' FROM ' WK-9004-SOURCE-TX.
012100     GOBACK.
012200*****************************************************************
012300*    S100-000-READ-CONTROL-ROW - THE CLAIMS BATCH ROW ON         *
012400*    G_PROC_DT_CTL_TB.  ITS DATE STANDS UNLESS A CARD OVERRIDES  *
012500*****************************************************************
012600 S100-000-READ-CONTROL-ROW.
012700     MOVE 'C'                    TO GLPRCDTB-G-PROC-SUBSYS-CD.
012800     EXEC SQL
012900         SELECT G_BUS_DT, G_PRIOR_BUS_DT, G_CYCLE_NUM
013000           INTO :GLPRCDTB-G-BUS-DT,
013100                :GLPRCDTB-G-PRIOR-BUS-DT,
013200                :GLPRCDTB-G-CYCLE-NUM
013300           FROM G_PROC_DT_CTL_TB
013400          WHERE G_PROC_SUBSYS_CD = :GLPRCDTB-G-PROC-SUBSYS-CD
013500     END-EXEC.
013600     MOVE SQLCODE                TO WK-9004-SQLCODE.
013700     IF SQLCODE NOT = 0
013800         MOVE 'NO CONTROL ROW'   TO WK-9004-SOURCE-TX
013900         GO TO S100-999-EXIT
014000     END-IF.
014100     SET WK-9004-ROW-FOUND       TO TRUE.
014200     SET WK-9004-DATE-FROM-TABLE TO TRUE.
014300     MOVE 'CONTROL TABLE'        TO WK-9004-SOURCE-TX.
014400     MOVE GLPRCDTB-G-BUS-DT      TO WK-9004-BUS-DT.
014500     MOVE GLPRCDTB-G-PRIOR-BUS-DT
014600                                 TO WK-9004-PRIOR-BUS-DT.
014700     MOVE GLPRCDTB-G-CYCLE-NUM   TO WK-9004-CYCLE-NUM.
014800 S100-999-EXIT.
014900     EXIT.
015000*****************************************************************
015100*    S200-000-READ-PROCDATE-CARD - OPTIONAL RERUN OVERRIDE FOR   *
015200*    A STEP THAT HAS NO DATE CARD OF ITS OWN.  NO DD OR A BLANK  *
015300*    CARD LEAVES THE CONTROL-TABLE DATE IN PLACE                 *
015400*****************************************************************
015500 S200-000-READ-PROCDATE-CARD.
015600     OPEN INPUT PROCDATE-FILE.
015700     READ PROCDATE-FILE
015800         AT END MOVE SPACES      TO PD-CARD-REC
015900     END-READ.
016000     MOVE PD-BUS-DT              TO WK-9004-OVRD-DT.
016100     CLOSE PROCDATE-FILE.
016200 S200-999-EXIT.
016300     EXIT.
016400*****************************************************************
016500*    S300-000-APPLY-OVERRIDE - A CARD DATE MUST BE A REAL        *
016600*    CCYY-MM-DD DATE.  A BAD CARD STOPS THE STEP RATHER THAN     *
016700*    FALL BACK TO THE TABLE DATE THE OPERATOR MEANT TO REPLACE   *
016800*****************************************************************
016900 S300-000-APPLY-OVERRIDE.
017000     SET WK-9004-NO-BUS-DT       TO TRUE.
017100     MOVE 'INVALID DATE CARD'    TO WK-9004-SOURCE-TX.
017200     MOVE WK-9004-OVRD-DT        TO WK-9004-CARD-DT.
017300     IF WK-9004-CARD-CCYY  NOT NUMERIC
017400        OR WK-9004-CARD-MM NOT NUMERIC
017500        OR WK-9004-CARD-DD NOT NUMERIC
017600        OR WK-9004-CARD-DASH1 NOT = '-'
017700        OR WK-9004-CARD-DASH2 NOT = '-'
017800         GO TO S300-999-EXIT
017900     END-IF.
018000     MOVE WK-9004-OVRD-DT        TO WH-9004-BUS-DT.
018100     EXEC SQL
018200         SELECT TO_CHAR(TO_DATE(:WH-9004-BUS-DT,'YYYY-MM-DD'),
018300                        'YYYY-MM-DD'),
018400                TO_CHAR(TO_DATE(:WH-9004-BUS-DT,'YYYY-MM-DD') - 1,
018500                        'YYYY-MM-DD')
018600           INTO :WH-9004-CHK-DT, :WH-9004-PRIOR-DT
018700           FROM DUAL
018800     END-EXEC.
018900     MOVE SQLCODE                TO WK-9004-SQLCODE.
019000     IF SQLCODE NOT = 0
019100        OR WH-9004-CHK-DT NOT = WH-9004-BUS-DT
019200         GO TO S300-999-EXIT
019300     END-IF.
019400*    AN OVERRIDE EQUAL TO THE TABLE DATE KEEPS THE TABLE'S PRIOR
019500*    BUSINESS DATE; ANY OTHER DATE TAKES THE DAY BEFORE IT.
019600     IF NOT WK-9004-ROW-FOUND
019700        OR WH-9004-BUS-DT NOT = WK-9004-BUS-DT
019800         MOVE WH-9004-PRIOR-DT   TO WK-9004-PRIOR-BUS-DT
019900     END-IF.
020000     MOVE WH-9004-BUS-DT         TO WK-9004-BUS-DT.
020100     SET WK-9004-DATE-FROM-CARD  TO TRUE.
020200     MOVE 'DATE CARD OVERRIDE'   TO WK-9004-SOURCE-TX.
020300 S300-999-EXIT.
020400     EXIT.
020500*****************************************************************
020600*    S400-000-DERIVE-PERIODS - CCYYMMDD FORM OF THE BUSINESS     *
020700*    DATE, AND THE LAST COMPLETE CALENDAR MONTH AND QUARTER      *
020800*    BEFORE IT (THE DEFAULT PERIOD FOR MONTHLY AND QUARTERLY     *
020900*    RUNS WHOSE PERIOD CARD IS LEFT OUT)                         *
021000*****************************************************************
021100 S400-000-DERIVE-PERIODS.
021200     MOVE WK-9004-BUS-DT (1:4)   TO WK-9004-BUS-DT-YYYYMMDD (1:4).
021300     MOVE WK-9004-BUS-DT (6:2)   TO WK-9004-BUS-DT-YYYYMMDD (5:2).
021400     MOVE WK-9004-BUS-DT (9:2)   TO WK-9004-BUS-DT-YYYYMMDD (7:2).
021500     MOVE WK-9004-BUS-DT         TO WH-9004-BUS-DT.
021600     EXEC SQL
021700         SELECT TO_CHAR(ADD_MONTHS(TRUNC(
021800                    TO_DATE(:WH-9004-BUS-DT,'YYYY-MM-DD'),'MM'),
021900                    -1), 'YYYY-MM-DD'),
022000                TO_CHAR(TRUNC(
022100                    TO_DATE(:WH-9004-BUS-DT,'YYYY-MM-DD'),'MM')
022200                    - 1, 'YYYY-MM-DD'),
022300                TO_CHAR(ADD_MONTHS(TRUNC(
022400                    TO_DATE(:WH-9004-BUS-DT,'YYYY-MM-DD'),'Q'),
022500                    -3), 'YYYY-MM-DD'),
022600                TO_CHAR(TRUNC(
022700                    TO_DATE(:WH-9004-BUS-DT,'YYYY-MM-DD'),'Q')
022800                    - 1, 'YYYY-MM-DD')
022900           INTO :WH-9004-MO-BEG-DT, :WH-9004-MO-END-DT,
023000                :WH-9004-QTR-BEG-DT, :WH-9004-QTR-END-DT
023100           FROM DUAL
023200     END-EXEC.
023300     MOVE SQLCODE                TO WK-9004-SQLCODE.
023400     IF SQLCODE = 0
023500         MOVE WH-9004-MO-BEG-DT  TO WK-9004-PRV-MO-BEG-DT
023600         MOVE WH-9004-MO-END-DT  TO WK-9004-PRV-MO-END-DT
023700         MOVE WH-9004-QTR-BEG-DT TO WK-9004-PRV-QTR-BEG-DT
023800         MOVE WH-9004-QTR-END-DT TO WK-9004-PRV-QTR-END-DT
023900     END-IF.
024000 S400-999-EXIT.
024100     EXIT.
