000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0025.
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
001300*  10/15/26  ACS   NEW PROGRAM.  ANNUAL 1099-MISC REPORTING OF *
001400*                  PHARMACY PAYMENTS.  TOTALS WHAT WAS ACTUALLY *
001500*                  PAID EACH PAYEE IN THE CALENDAR YEAR (BY PAY *
001600*                  DATE ON C_PAYEE_DSBR_TB, SO NET OF RECEIVABLE*
001700*                  OFFSETS AND INCLUDING ESCROW RELEASES PAID   *
001800*                  THROUGH PDDB0022) AND GROUPS IT BY TAXPAYER  *
001900*                  ID.  EVERY RUN PRINTS THE PRE-FILING         *
002000*                  EXCEPTION REPORT - MISSING, MISMATCHED AND   *
002100*                  UNVERIFIED TINS, NO MAILING ADDRESS, AND     *
002200*                  TOTALS THAT NO LONGER AGREE WITH WHAT WAS    *
002300*                  FILED.  RUN TYPE O WRITES THE IRS FIRE FILE  *
002400*                  (PUBLICATION 1220) AND THE RECIPIENT         *
002500*                  STATEMENT PRINT FILE FOR RECIPIENTS NOT YET  *
002600*                  FILED; RUN TYPE C FILES CORRECTIONS FOR      *
002700*                  RECIPIENTS WHOSE TOTAL HAS CHANGED.  WHAT IS *
002800*                  FILED IS KEPT ON C_PAYEE_1099_TB.  A TEST    *
002900*                  FILE IS WRITTEN BUT NOT RECORDED.            *
002920*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE *
002940*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004       *
002960*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A    *
002980*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.      *
003000*                                                              *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT TAXPARM-FILE ASSIGN TO TAXPARM
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT IRSOUT-FILE ASSIGN TO IRSOUT
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT PRT1099-FILE ASSIGN TO PRT1099
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT RPTB025-FILE ASSIGN TO RPTB025
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700*****************************************************************
004800*  DATA DIVISION                                                *
004900*****************************************************************
005000 DATA DIVISION.
005100 FILE SECTION.
005200*    CONTROL CARDS, TYPE IN COLUMN 1:
005300*      R - TAX YEAR, RUN TYPE (E = EXCEPTIONS ONLY, O = ORIGINAL,
005400*          C = CORRECTED), T IN COLUMN 7 FOR AN IRS TEST FILE,
005500*          TRANSMITTER CONTROL CODE, TRANSMITTER AND PAYER TINS,
005600*          PAYER AND CONTACT PHONES
005700*      N - PAYER NAME          A - PAYER ADDRESS
005800*      C - CONTACT NAME        M - CONTACT EMAIL
005900 FD  TAXPARM-FILE.
006000 01  TP-CARD-REC.
006100     05  TP-CARD-TY                  PIC X(00001).
006200     05  FILLER                      PIC X(00079).
006300 01  TP-RUN-CARD.
006400     05  FILLER                      PIC X(00001).
006500     05  TP-TAX-YR                   PIC X(00004).
006600     05  TP-RUN-TY                   PIC X(00001).
006700     05  TP-TEST-IND                 PIC X(00001).
006800     05  TP-TCC                      PIC X(00005).
006900     05  TP-XMIT-TIN                 PIC X(00009).
007000     05  TP-PAYER-TIN                PIC X(00009).
007100     05  TP-PAYER-PHONE              PIC X(00015).
007200     05  TP-CONTACT-PHONE            PIC X(00015).
007300     05  FILLER                      PIC X(00020).
007400 01  TP-NAME-CARD.
007500     05  FILLER                      PIC X(00001).
007600     05  TP-NAM                      PIC X(00040).
007700     05  FILLER                      PIC X(00039).
007800 01  TP-ADDR-CARD.
007900     05  FILLER                      PIC X(00001).
008000     05  TP-ADDR-TX                  PIC X(00040).
008100     05  TP-CITY-NAM                 PIC X(00025).
008200     05  TP-ST-CD                    PIC X(00002).
008300     05  TP-ZIP-CD                   PIC X(00009).
008400     05  FILLER                      PIC X(00003).
008500 01  TP-EMAIL-CARD.
008600     05  FILLER                      PIC X(00001).
008700     05  TP-EMAIL-TX                 PIC X(00050).
008800     05  FILLER                      PIC X(00029).
008900*    IRS FIRE FILE - 750-BYTE T, A, B, C AND F RECORDS.
009000 FD  IRSOUT-FILE.
009100 01  IO-IRS-REC                      PIC X(00750).
009200*    RECIPIENT STATEMENTS FOR MAILING - ONE PAGE EACH.
009300 FD  PRT1099-FILE
009400     RECORDING MODE IS F.
009500 01  PRT1099-REC                     PIC X(00133).
009600 FD  RPTB025-FILE
009700     RECORDING MODE IS F.
009800 01  RPTB025-REC                     PIC X(00133).
009900*****************************************************************
010000*  WORKING-STORAGE SECTION                                     *
010100*****************************************************************
010200 WORKING-STORAGE SECTION.
010300 77  WB-0025-EOF-SW                  PIC X(00001) VALUE 'N'.
010400     88  WB-0025-EOF                 VALUE 'Y'.
010500 77  WB-0025-CARD-EOF-SW             PIC X(00001) VALUE 'N'.
010600     88  WB-0025-CARD-EOF            VALUE 'Y'.
010700 77  WB-0025-FIRST-SW                PIC X(00001) VALUE 'Y'.
010800     88  WB-0025-FIRST-REC           VALUE 'Y'.
010900*    E = FIRST PASS (EXCEPTIONS AND COUNTS), F = SECOND (FILING).
011000 77  WB-0025-PASS-SW                 PIC X(00001) VALUE 'E'.
011100     88  WB-0025-PASS-EDIT           VALUE 'E'.
011200     88  WB-0025-PASS-FILE           VALUE 'F'.
011300 77  WB-0025-FILED-SW                PIC X(00001) VALUE 'N'.
011400     88  WB-0025-FILED               VALUE 'Y'.
011500 77  WB-0025-TO-FILE-SW              PIC X(00001) VALUE 'N'.
011600     88  WB-0025-TO-FILE             VALUE 'Y'.
011700 77  WB-0025-EXC-TX                  PIC X(00030) VALUE SPACES.
011800 77  WB-0025-THRESHOLD-AMT           PIC S9(00009)V9(00002) COMP-3
011900                                     VALUE +600.00.
012000 77  WB-0025-RCPT-AMT                PIC S9(00011)V9(00002) COMP-3
012100                                     VALUE ZERO.
012200 77  WB-0025-RCPT-CNT                PIC S9(00009) COMP-3
012300                                     VALUE ZERO.
012400 77  WB-0025-RPTBL-CNT               PIC S9(00009) COMP-3
012500                                     VALUE ZERO.
012600 77  WB-0025-BELOW-CNT               PIC S9(00009) COMP-3
012700                                     VALUE ZERO.
012800 77  WB-0025-NO-TIN-CNT              PIC S9(00009) COMP-3
012900                                     VALUE ZERO.
013000 77  WB-0025-MISMATCH-CNT            PIC S9(00009) COMP-3
013100                                     VALUE ZERO.
013200 77  WB-0025-UNVER-CNT               PIC S9(00009) COMP-3
013300                                     VALUE ZERO.
013400 77  WB-0025-NO-ADDR-CNT             PIC S9(00009) COMP-3
013500                                     VALUE ZERO.
013600 77  WB-0025-CHG-CNT                 PIC S9(00009) COMP-3
013700                                     VALUE ZERO.
013800 77  WB-0025-DROP-CNT                PIC S9(00009) COMP-3
013900                                     VALUE ZERO.
014000 77  WB-0025-UNFILED-CNT             PIC S9(00009) COMP-3
014100                                     VALUE ZERO.
014200 77  WB-0025-FILE-CNT                PIC S9(00009) COMP-3
014300                                     VALUE ZERO.
014400 77  WB-0025-FILE-AMT                PIC S9(00011)V9(00002) COMP-3
014500                                     VALUE ZERO.
014600 77  WB-0025-B-CNT                   PIC S9(00009) COMP-3
014700                                     VALUE ZERO.
014800 77  WB-0025-B-AMT                   PIC S9(00011)V9(00002) COMP-3
014900                                     VALUE ZERO.
015000 77  WB-0025-SEQ-NUM                 PIC S9(00009) COMP-3
015100                                     VALUE ZERO.
015200 77  WB-0025-COMMIT-CNT              PIC S9(00004) COMP
015300                                     VALUE ZERO.
015400 77  WB-0025-COMMIT-LIMIT            PIC S9(00004) COMP
015500                                     VALUE +500.
015600 77  WB-0025-NC-IX                   PIC S9(00004) COMP
015700                                     VALUE ZERO.
015800 77  WB-0025-NC-BEG                  PIC S9(00004) COMP
015900                                     VALUE ZERO.
016000 77  WB-0025-NC-LEN                  PIC S9(00004) COMP
016100                                     VALUE ZERO.
016200 77  WB-0025-NC-CHR                  PIC X(00001) VALUE SPACE.
016300     88  WB-0025-NC-OK               VALUE 'A' THRU 'Z'
016400                                           '0' THRU '9'
016500                                           '-' '&'.
016600 77  WB-0025-PRT-AMT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
016700*    THE CONTROL CARDS.
016800 01  WB-0025-RUN-PARMS.
016900     05  WB-0025-TAX-YR              PIC X(00004) VALUE SPACES.
017000     05  WB-0025-RUN-TY              PIC X(00001) VALUE SPACE.
017100         88  WB-0025-RUN-EXCEPT      VALUE 'E'.
017200         88  WB-0025-RUN-ORIGINAL    VALUE 'O'.
017300         88  WB-0025-RUN-CORRECTED   VALUE 'C'.
017400         88  WB-0025-RUN-VALID       VALUE 'E' 'O' 'C'.
017500     05  WB-0025-TEST-IND            PIC X(00001) VALUE SPACE.
017600         88  WB-0025-TEST-FILE       VALUE 'T'.
017700     05  WB-0025-TCC                 PIC X(00005) VALUE SPACES.
017800     05  WB-0025-XMIT-TIN            PIC X(00009) VALUE SPACES.
017900     05  WB-0025-PAYER-TIN           PIC X(00009) VALUE SPACES.
018000     05  WB-0025-PAYER-PHONE         PIC X(00015) VALUE SPACES.
018100     05  WB-0025-CONTACT-PHONE       PIC X(00015) VALUE SPACES.
018200     05  WB-0025-PAYER-NAM           PIC X(00040) VALUE SPACES.
018300     05  WB-0025-PAYER-ADDR-TX       PIC X(00040) VALUE SPACES.
018400     05  WB-0025-PAYER-CITY-NAM      PIC X(00025) VALUE SPACES.
018500     05  WB-0025-PAYER-ST-CD         PIC X(00002) VALUE SPACES.
018600     05  WB-0025-PAYER-ZIP-CD        PIC X(00009) VALUE SPACES.
018700     05  WB-0025-CONTACT-NAM         PIC X(00040) VALUE SPACES.
018800     05  WB-0025-CONTACT-EMAIL       PIC X(00050) VALUE SPACES.
018900*    THE RECIPIENT BEING FILED - TIN FROM THE PAYEE, OR FROM THE
019000*    FILED ROW FOR A RECIPIENT NO LONGER PAID UNDER IT.
019100 01  WB-0025-RCPT-AREA.
019200     05  WB-0025-TIN                 PIC X(00009).
019300     05  WB-0025-TIN-TY              PIC X(00001).
019400         88  WB-0025-TIN-EIN         VALUE 'E'.
019500     05  WB-0025-NC-SRC              PIC X(00040).
019600     05  WB-0025-NC                  PIC X(00004).
019700*    IRS PUBLICATION 1220 RECORD LAYOUTS.
019800*    T - TRANSMITTER.
019900 01  WB-0025-T-REC.
020000     05  FILLER                      PIC X(00001) VALUE 'T'.
020100     05  WB-0025-TR-PAY-YR           PIC X(00004).
020200     05  FILLER                      PIC X(00001) VALUE SPACE.
020300     05  WB-0025-TR-XMIT-TIN         PIC X(00009).
020400     05  WB-0025-TR-TCC              PIC X(00005).
020500     05  FILLER                      PIC X(00007) VALUE SPACES.
020600     05  WB-0025-TR-TEST-IND         PIC X(00001).
020700     05  FILLER                      PIC X(00001) VALUE SPACE.
020800     05  WB-0025-TR-XMIT-NAM         PIC X(00080).
020900     05  WB-0025-TR-CO-NAM           PIC X(00080).
021000     05  WB-0025-TR-CO-ADDR          PIC X(00040).
021100     05  WB-0025-TR-CO-CITY          PIC X(00040).
021200     05  WB-0025-TR-CO-ST            PIC X(00002).
021300     05  WB-0025-TR-CO-ZIP           PIC X(00009).
021400     05  FILLER                      PIC X(00015) VALUE SPACES.
021500     05  WB-0025-TR-PAYEE-CNT        PIC 9(00008).
021600     05  WB-0025-TR-CONTACT-NAM      PIC X(00040).
021700     05  WB-0025-TR-CONTACT-PHONE    PIC X(00015).
021800     05  WB-0025-TR-CONTACT-EMAIL    PIC X(00050).
021900     05  FILLER                      PIC X(00091) VALUE SPACES.
022000     05  WB-0025-TR-SEQ-NUM          PIC 9(00008).
022100     05  FILLER                      PIC X(00010) VALUE SPACES.
022200*    I = SOFTWARE WRITTEN IN-HOUSE.
022300     05  FILLER                      PIC X(00001) VALUE 'I'.
022400     05  FILLER                      PIC X(00232) VALUE SPACES.
022500*    A - PAYER.  RETURN TYPE A = 1099-MISC, AMOUNT CODE 6 =
022600*    MEDICAL AND HEALTH CARE PAYMENTS.
022700 01  WB-0025-A-REC.
022800     05  FILLER                      PIC X(00001) VALUE 'A'.
022900     05  WB-0025-AR-PAY-YR           PIC X(00004).
023000     05  FILLER                      PIC X(00006) VALUE SPACES.
023100     05  WB-0025-AR-PAYER-TIN        PIC X(00009).
023200     05  FILLER                      PIC X(00005) VALUE SPACES.
023300     05  FILLER                      PIC X(00002) VALUE 'A '.
023400     05  FILLER                      PIC X(00018) VALUE '6'.
023500     05  FILLER                      PIC X(00007) VALUE SPACES.
023600     05  WB-0025-AR-PAYER-NAM        PIC X(00080).
023700     05  FILLER                      PIC X(00001) VALUE '0'.
023800     05  WB-0025-AR-PAYER-ADDR       PIC X(00040).
023900     05  WB-0025-AR-PAYER-CITY       PIC X(00040).
024000     05  WB-0025-AR-PAYER-ST         PIC X(00002).
024100     05  WB-0025-AR-PAYER-ZIP        PIC X(00009).
024200     05  WB-0025-AR-PAYER-PHONE      PIC X(00015).
024300     05  FILLER                      PIC X(00260) VALUE SPACES.
024400     05  WB-0025-AR-SEQ-NUM          PIC 9(00008).
024500     05  FILLER                      PIC X(00243) VALUE SPACES.
024600*    B - PAYEE.  ONLY AMOUNT 6 IS USED.
024700 01  WB-0025-B-REC.
024800     05  FILLER                      PIC X(00001) VALUE 'B'.
024900     05  WB-0025-BR-PAY-YR           PIC X(00004).
025000     05  WB-0025-BR-CORR-IND         PIC X(00001).
025100     05  WB-0025-BR-NAME-CTL         PIC X(00004).
025200     05  WB-0025-BR-TIN-TY           PIC X(00001).
025300     05  WB-0025-BR-TIN              PIC X(00009).
025400     05  WB-0025-BR-ACCT-NUM         PIC X(00020).
025500     05  FILLER                      PIC X(00014) VALUE SPACES.
025600     05  FILLER                      PIC X(00060) VALUE ALL '0'.
025700     05  WB-0025-BR-AMT-6            PIC 9(00010)V9(00002).
025800     05  FILLER                      PIC X(00120) VALUE ALL '0'.
025900     05  FILLER                      PIC X(00001) VALUE SPACE.
026000     05  WB-0025-BR-NAM-1            PIC X(00040).
026100     05  WB-0025-BR-NAM-2            PIC X(00040).
026200     05  FILLER                      PIC X(00040) VALUE SPACES.
026300     05  WB-0025-BR-ADDR             PIC X(00040).
026400     05  FILLER                      PIC X(00040) VALUE SPACES.
026500     05  WB-0025-BR-CITY             PIC X(00040).
026600     05  WB-0025-BR-ST               PIC X(00002).
026700     05  WB-0025-BR-ZIP              PIC X(00009).
026800     05  FILLER                      PIC X(00001) VALUE SPACE.
026900     05  WB-0025-BR-SEQ-NUM          PIC 9(00008).
027000     05  FILLER                      PIC X(00243) VALUE SPACES.
027100*    C - END OF PAYER, F - END OF TRANSMISSION.
027200 01  WB-0025-C-REC.
027300     05  FILLER                      PIC X(00001) VALUE 'C'.
027400     05  WB-0025-CR-PAYEE-CNT        PIC 9(00008).
027500     05  FILLER                      PIC X(00006) VALUE SPACES.
027600     05  FILLER                      PIC X(00090) VALUE ALL '0'.
027700     05  WB-0025-CR-TOT-6            PIC 9(00016)V9(00002).
027800     05  FILLER                      PIC X(00180) VALUE ALL '0'.
027900     05  FILLER                      PIC X(00196) VALUE SPACES.
028000     05  WB-0025-CR-SEQ-NUM          PIC 9(00008).
028100     05  FILLER                      PIC X(00243) VALUE SPACES.
028200 01  WB-0025-F-REC.
028300     05  FILLER                      PIC X(00001) VALUE 'F'.
028400     05  FILLER                      PIC 9(00008) VALUE 1.
028500     05  FILLER                      PIC X(00021) VALUE ALL '0'.
028600     05  FILLER                      PIC X(00019) VALUE SPACES.
028700     05  WB-0025-FR-PAYEE-CNT        PIC 9(00008).
028800     05  FILLER                      PIC X(00442) VALUE SPACES.
028900     05  WB-0025-FR-SEQ-NUM          PIC 9(00008).
029000     05  FILLER                      PIC X(00243) VALUE SPACES.
029033*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
029066     COPY WKC90040.
029100*****************************************************************
029200*  EXEC SQL - SQLCA, HOST VARIABLES AND CURSORS                 *
029300*****************************************************************
029400     EXEC SQL INCLUDE SQLCA END-EXEC.
029500     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
029600     COPY CLPBNKTB.
029700     COPY CLPTAXTB.
029800 01  WH-0025-HOST-VARS.
029900     05  WH-0025-TAX-YR              PIC X(00004).
030000     05  WH-0025-YR-BEG-DT           PIC X(00010).
030100     05  WH-0025-YR-END-DT           PIC X(00010).
030200     05  WH-0025-RUN-DT              PIC X(00010).
030300     05  WH-0025-LMT-TX              PIC X(00015).
030400     05  WH-0025-RCPT-KEY            PIC X(00015).
030500     05  WH-0025-PAYEE-ID            PIC X(00015).
030600     05  WH-0025-PAID-AMT            PIC S9(00011)V9(00002)
030700                                     COMP-3.
030800     05  WH-0025-CUR-KEY             PIC X(00015).
030900     05  WH-0025-CUR-PAYEE-ID        PIC X(00015).
031000     05  WH-0025-PAYEE-NAM           PIC X(00030).
031100     EXEC SQL END DECLARE SECTION END-EXEC.
031200*    WHAT WAS PAID IN THE YEAR, BY RECIPIENT (THE PAYEE'S TIN, OR
031300*    THE PAYEE ID WHEN NO TIN IS ON FILE) AND PAYEE.
031400     EXEC SQL
031500         DECLARE CB025P CURSOR FOR
031600         SELECT CASE WHEN TRIM(B.C_TIN_NUM) IS NULL
031700                     THEN D.C_PAYEE_ID
031800                     ELSE B.C_TIN_NUM END,
031900                D.C_PAYEE_ID,
032000                SUM(D.C_PAID_AMT)
032100           FROM C_PAYEE_DSBR_TB D
032200           LEFT JOIN C_PAYEE_BANK_TB B
032300             ON B.C_PAYEE_ID = D.C_PAYEE_ID
032400          WHERE D.C_PAY_MTHD_CD IN ('A', 'C')
032500            AND D.C_PAY_DT BETWEEN :WH-0025-YR-BEG-DT
032600                               AND :WH-0025-YR-END-DT
032700          GROUP BY CASE WHEN TRIM(B.C_TIN_NUM) IS NULL
032800                        THEN D.C_PAYEE_ID
032900                        ELSE B.C_TIN_NUM END,
033000                   D.C_PAYEE_ID
033100          ORDER BY 1, 2
033200     END-EXEC.
033300*    RECIPIENTS FILED FOR THE YEAR WITH NOTHING PAID UNDER THEIR
033400*    KEY ANY LONGER (THE PAYEE'S TIN WAS CHANGED OR THE PAYMENTS
033500*    WERE BACKED OUT).
033600     EXEC SQL
033700         DECLARE CB025F CURSOR FOR
033800         SELECT T.C_RCPT_KEY, T.C_PAYEE_ID, T.C_TIN_NUM,
033900                T.C_TIN_TY_CD
034000           FROM C_PAYEE_1099_TB T
034100          WHERE T.C_TAX_YR  = :WH-0025-TAX-YR
034200            AND T.C_RPT_AMT <> 0
034300            AND NOT EXISTS
034400                (SELECT 1
034500                   FROM C_PAYEE_DSBR_TB D
034600                   LEFT JOIN C_PAYEE_BANK_TB B
034700                     ON B.C_PAYEE_ID = D.C_PAYEE_ID
034800                  WHERE D.C_PAY_MTHD_CD IN ('A', 'C')
034900                    AND D.C_PAY_DT BETWEEN :WH-0025-YR-BEG-DT
035000                                       AND :WH-0025-YR-END-DT
035100                    AND CASE WHEN TRIM(B.C_TIN_NUM) IS NULL
035200                             THEN D.C_PAYEE_ID
035300                             ELSE B.C_TIN_NUM END = T.C_RCPT_KEY)
035400          ORDER BY T.C_RCPT_KEY
035500     END-EXEC.
035600*****************************************************************
035700*  REPORT LINE LAYOUTS                                         *
035800*****************************************************************
035900 01  RL-0025-HDG1.
036000     05  FILLER                      PIC X(00001) VALUE SPACE.
036100     05  FILLER                      PIC X(00050) VALUE
036200         'PDDB0025 - 1099-MISC PRE-FILING EXCEPTIONS'.
036300     05  FILLER                      PIC X(00009)
036400                                     VALUE 'TAX YEAR '.
036500     05  RL-0025-H1-YR               PIC X(00004).
036600     05  FILLER                      PIC X(00006) VALUE '  RUN '.
036700     05  RL-0025-H1-RUN-TY           PIC X(00015).
036800     05  FILLER                      PIC X(00002) VALUE SPACES.
036900     05  RL-0025-H1-RUN-DT           PIC X(00010).
037000 01  RL-0025-HDG2.
037100     05  FILLER                      PIC X(00001) VALUE SPACE.
037200     05  FILLER                      PIC X(00034) VALUE
037300         'RECIPIENT KEY    PAYEE ID'.
037400     05  FILLER                      PIC X(00026) VALUE
037500         'NAME'.
037600     05  FILLER                      PIC X(00032) VALUE
037700         '   PAID IN YEAR     LAST FILED'.
037800     05  FILLER                      PIC X(00009) VALUE
037900         'EXCEPTION'.
038000 01  RL-0025-EXC-LINE.
038100     05  FILLER                      PIC X(00001) VALUE SPACE.
038200     05  RL-0025-D-KEY               PIC X(00015).
038300     05  FILLER                      PIC X(00002) VALUE SPACES.
038400     05  RL-0025-D-PAYEE             PIC X(00015).
038500     05  FILLER                      PIC X(00002) VALUE SPACES.
038600     05  RL-0025-D-NAM               PIC X(00024).
038700     05  FILLER                      PIC X(00002) VALUE SPACES.
038800     05  RL-0025-D-AMT               PIC ZZ,ZZZ,ZZ9.99-.
038900     05  FILLER                      PIC X(00002) VALUE SPACES.
039000     05  RL-0025-D-FILED             PIC ZZ,ZZZ,ZZ9.99-
039100                                     BLANK WHEN ZERO.
039200     05  FILLER                      PIC X(00002) VALUE SPACES.
039300     05  RL-0025-D-EXC               PIC X(00030).
039400 01  RL-0025-SUM-LINE.
039500     05  FILLER                      PIC X(00001) VALUE SPACE.
039600     05  RL-0025-S-LABEL             PIC X(00040).
039700     05  RL-0025-S-CNT               PIC ZZZ,ZZZ,ZZ9.
039800     05  FILLER                      PIC X(00002) VALUE SPACES.
039900     05  RL-0025-S-AMT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
040000                                     BLANK WHEN ZERO.
040100 01  RL-0025-BAL-LINE.
040200     05  FILLER                      PIC X(00001) VALUE SPACE.
040300     05  RL-0025-B-TX                PIC X(00060).
040400*    RECIPIENT STATEMENT LINE.
040500 01  RL-0025-PRT-LINE.
040600     05  FILLER                      PIC X(00005) VALUE SPACES.
040700     05  RL-0025-P-LABEL             PIC X(00040).
040800     05  RL-0025-P-TX                PIC X(00060).
040900*****************************************************************
041000*  PROCEDURE DIVISION                                          *
041100*****************************************************************
041200 PROCEDURE DIVISION.
041300 0000-MAINLINE.
041400     PERFORM 1000-INITIALIZE
041500         THRU 1000-INITIALIZE-EXIT.
041600     PERFORM 2000-EDIT-PASS
041700         THRU 2000-EDIT-PASS-EXIT.
041800     IF NOT WB-0025-RUN-EXCEPT
041900         PERFORM 3000-FILE-PASS
042000             THRU 3000-FILE-PASS-EXIT
042100     END-IF.
042200     PERFORM 8000-FINALIZE
042300         THRU 8000-FINALIZE-EXIT.
042400     GOBACK.
042500*****************************************************************
042600*    1000-INITIALIZE - CONTROL CARDS, CALENDAR YEAR, 1099       *
042700*    THRESHOLD, HEADINGS                                        *
042800*****************************************************************
042900 1000-INITIALIZE.
042911     MOVE 'PDDB0025'             TO WK-9004-PGM-ID.
042922     MOVE SPACES                 TO WK-9004-OVRD-DT.
042933     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
042944     IF WK-9004-NO-BUS-DT
042955         DISPLAY 'PDDB0025 - NO BUSINESS PROCESSING DATE'
042966         MOVE 16 TO RETURN-CODE
042977         GOBACK
042988     END-IF.
043000     OPEN INPUT  TAXPARM-FILE.
043100     OPEN OUTPUT IRSOUT-FILE PRT1099-FILE RPTB025-FILE.
043200     PERFORM 1100-READ-CARD
043300         THRU 1100-READ-CARD-EXIT
043400         UNTIL WB-0025-CARD-EOF.
043500     IF WB-0025-TAX-YR NOT NUMERIC
043600        OR NOT WB-0025-RUN-VALID
043700         DISPLAY 'PDDB0025 - MISSING OR INVALID TAXPARM R CARD'
043800         GO TO 1900-BAD-CARD
043900     END-IF.
044000*    A FILING RUN NEEDS THE TRANSMITTER AND PAYER IDENTITY.
044100     IF NOT WB-0025-RUN-EXCEPT
044200         IF WB-0025-TCC = SPACES
044300            OR WB-0025-XMIT-TIN NOT NUMERIC
044400            OR WB-0025-PAYER-TIN NOT NUMERIC
044500            OR WB-0025-PAYER-NAM = SPACES
044600            OR WB-0025-PAYER-ADDR-TX = SPACES
044700             DISPLAY 'PDDB0025 - PAYER OR TRANSMITTER CARDS '
044800                     'INCOMPLETE'
044900             GO TO 1900-BAD-CARD
045000         END-IF
045100     END-IF.
045200     MOVE WB-0025-TAX-YR         TO WH-0025-TAX-YR
045300                                    RL-0025-H1-YR.
045400     MOVE SPACES TO WH-0025-YR-BEG-DT WH-0025-YR-END-DT.
045500     STRING WB-0025-TAX-YR '-01-01'
045600         DELIMITED BY SIZE INTO WH-0025-YR-BEG-DT.
045700     STRING WB-0025-TAX-YR '-12-31'
045800         DELIMITED BY SIZE INTO WH-0025-YR-END-DT.
046250     MOVE WK-9004-BUS-DT         TO WH-0025-RUN-DT.
046700*    1099 REPORTING THRESHOLD - LIST 7532, DEFAULT 600.00.
046800     EXEC SQL
046900         SELECT G_LIST_STRT_LMT
047000           INTO :WH-0025-LMT-TX
047100           FROM G_LIST_DTL_TB
047200          WHERE G_LIST_SUBSYS_CD = 'C'
047300            AND G_LIST_NUM       = '7532'
047400            AND ROWNUM = 1
047500     END-EXEC.
047600     IF SQLCODE = 0
047700         IF WH-0025-LMT-TX (1:1) NUMERIC
047800             COMPUTE WB-0025-THRESHOLD-AMT =
047900                 FUNCTION NUMVAL (WH-0025-LMT-TX)
048000         END-IF
048100     END-IF.
048200     EVALUATE TRUE
048300       WHEN WB-0025-RUN-EXCEPT
048400         MOVE 'EXCEPTIONS'       TO RL-0025-H1-RUN-TY
048500       WHEN WB-0025-RUN-ORIGINAL
048600         MOVE 'ORIGINAL'         TO RL-0025-H1-RUN-TY
048700       WHEN OTHER
048800         MOVE 'CORRECTED'        TO RL-0025-H1-RUN-TY
048900     END-EVALUATE.
049000     IF WB-0025-TEST-FILE
049100         MOVE 'TEST'             TO RL-0025-H1-RUN-TY (12:4)
049200     END-IF.
049300     MOVE WH-0025-RUN-DT         TO RL-0025-H1-RUN-DT.
049400     WRITE RPTB025-REC FROM RL-0025-HDG1
049500         BEFORE ADVANCING TO-NEW-PAGE.
049600 1000-INITIALIZE-EXIT.
049700     EXIT.
049800*****************************************************************
049900*    1100-READ-CARD - ONE TAXPARM CARD INTO THE RUN PARAMETERS  *
050000*****************************************************************
050100 1100-READ-CARD.
050200     READ TAXPARM-FILE
050300         AT END
050400             SET WB-0025-CARD-EOF TO TRUE
050500             GO TO 1100-READ-CARD-EXIT
050600     END-READ.
050700     EVALUATE TP-CARD-TY
050800       WHEN 'R'
050900         MOVE TP-TAX-YR          TO WB-0025-TAX-YR
051000         MOVE TP-RUN-TY          TO WB-0025-RUN-TY
051100         MOVE TP-TEST-IND        TO WB-0025-TEST-IND
051200         MOVE TP-TCC             TO WB-0025-TCC
051300         MOVE TP-XMIT-TIN        TO WB-0025-XMIT-TIN
051400         MOVE TP-PAYER-TIN       TO WB-0025-PAYER-TIN
051500         MOVE TP-PAYER-PHONE     TO WB-0025-PAYER-PHONE
051600         MOVE TP-CONTACT-PHONE   TO WB-0025-CONTACT-PHONE
051700       WHEN 'N'
051800         MOVE TP-NAM             TO WB-0025-PAYER-NAM
051900       WHEN 'A'
052000         MOVE TP-ADDR-TX         TO WB-0025-PAYER-ADDR-TX
052100         MOVE TP-CITY-NAM        TO WB-0025-PAYER-CITY-NAM
052200         MOVE TP-ST-CD           TO WB-0025-PAYER-ST-CD
052300         MOVE TP-ZIP-CD          TO WB-0025-PAYER-ZIP-CD
052400       WHEN 'C'
052500         MOVE TP-NAM             TO WB-0025-CONTACT-NAM
052600       WHEN 'M'
052700         MOVE TP-EMAIL-TX        TO WB-0025-CONTACT-EMAIL
052800       WHEN OTHER
052900         DISPLAY 'PDDB0025 - UNKNOWN TAXPARM CARD TYPE '
053000                 TP-CARD-TY
053100         GO TO 1900-BAD-CARD
053200     END-EVALUATE.
053300 1100-READ-CARD-EXIT.
053400     EXIT.
053500*****************************************************************
053600*    1900-BAD-CARD - CONTROL CARD MISSING OR INVALID            *
053700*****************************************************************
053800 1900-BAD-CARD.
053900     MOVE 16 TO RETURN-CODE.
054000     CLOSE TAXPARM-FILE IRSOUT-FILE PRT1099-FILE RPTB025-FILE.
054100     GOBACK.
054200*****************************************************************
054300*    2000-EDIT-PASS - FIRST PASS: EVERY RECIPIENT IS EDITED,    *
054400*    EXCEPTIONS LISTED AND THE RECIPIENTS TO FILE COUNTED (THE  *
054500*    TRANSMITTER RECORD CARRIES THE COUNT AHEAD OF THEM)        *
054600*****************************************************************
054700 2000-EDIT-PASS.
054800     WRITE RPTB025-REC FROM RL-0025-HDG2
054900         AFTER ADVANCING 2 LINES.
055000     MOVE 'E'                    TO WB-0025-PASS-SW.
055100     PERFORM 2100-SCAN-RECIPIENTS
055200         THRU 2100-SCAN-RECIPIENTS-EXIT.
055300     PERFORM 2600-SCAN-DROPPED
055400         THRU 2600-SCAN-DROPPED-EXIT.
055500 2000-EDIT-PASS-EXIT.
055600     EXIT.
055700*****************************************************************
055800*    2100-SCAN-RECIPIENTS - YEAR'S PAYMENTS BY RECIPIENT, USED  *
055900*    BY BOTH PASSES                                             *
056000*****************************************************************
056100 2100-SCAN-RECIPIENTS.
056200     EXEC SQL OPEN CB025P END-EXEC.
056300     IF SQLCODE NOT = 0
056400         GO TO 9999-SQL-ERROR
056500     END-IF.
056600     MOVE 'N'                    TO WB-0025-EOF-SW.
056700     MOVE 'Y'                    TO WB-0025-FIRST-SW.
056800     PERFORM 2200-FETCH-RECIPIENT
056900         THRU 2200-FETCH-RECIPIENT-EXIT
057000         UNTIL WB-0025-EOF.
057100     IF NOT WB-0025-FIRST-REC
057200         PERFORM 2300-END-RECIPIENT
057300             THRU 2300-END-RECIPIENT-EXIT
057400     END-IF.
057500     EXEC SQL CLOSE CB025P END-EXEC.
057600 2100-SCAN-RECIPIENTS-EXIT.
057700     EXIT.
057800*****************************************************************
057900*    2200-FETCH-RECIPIENT - TOTAL THE RECIPIENT'S PAYEES; THE   *
058000*    FIRST PAYEE UNDER THE KEY SUPPLIES NAME AND ADDRESS        *
058100*****************************************************************
058200 2200-FETCH-RECIPIENT.
058300     EXEC SQL
058400         FETCH CB025P
058500          INTO :WH-0025-RCPT-KEY, :WH-0025-PAYEE-ID,
058600               :WH-0025-PAID-AMT
058700     END-EXEC.
058800     IF SQLCODE = 100
058900         SET WB-0025-EOF TO TRUE
059000         GO TO 2200-FETCH-RECIPIENT-EXIT
059100     END-IF.
059200     IF SQLCODE NOT = 0
059300         GO TO 9999-SQL-ERROR
059400     END-IF.
059500     IF WB-0025-FIRST-REC
059600         MOVE WH-0025-RCPT-KEY   TO WH-0025-CUR-KEY
059700         MOVE WH-0025-PAYEE-ID   TO WH-0025-CUR-PAYEE-ID
059800         MOVE ZERO               TO WB-0025-RCPT-AMT
059900         MOVE 'N'                TO WB-0025-FIRST-SW
060000     END-IF.
060100     IF WH-0025-RCPT-KEY NOT = WH-0025-CUR-KEY
060200         PERFORM 2300-END-RECIPIENT
060300             THRU 2300-END-RECIPIENT-EXIT
060400         MOVE WH-0025-RCPT-KEY   TO WH-0025-CUR-KEY
060500         MOVE WH-0025-PAYEE-ID   TO WH-0025-CUR-PAYEE-ID
060600         MOVE ZERO               TO WB-0025-RCPT-AMT
060700     END-IF.
060800     ADD WH-0025-PAID-AMT        TO WB-0025-RCPT-AMT.
060900 2200-FETCH-RECIPIENT-EXIT.
061000     EXIT.
061100*****************************************************************
061200*    2300-END-RECIPIENT - EDIT IT (FIRST PASS) OR FILE IT       *
061300*****************************************************************
061400 2300-END-RECIPIENT.
061500     PERFORM 4000-GET-RECIPIENT
061600         THRU 4000-GET-RECIPIENT-EXIT.
061700     MOVE CLPBNKTB-C-TIN-NUM     TO WB-0025-TIN.
061800     MOVE CLPBNKTB-C-TIN-TY-CD   TO WB-0025-TIN-TY.
061900     IF WB-0025-PASS-EDIT
062000         PERFORM 2500-EDIT-RECIPIENT
062100             THRU 2500-EDIT-RECIPIENT-EXIT
062200     ELSE
062300         IF WB-0025-TO-FILE
062400             PERFORM 3500-FILE-RECIPIENT
062500                 THRU 3500-FILE-RECIPIENT-EXIT
062600         END-IF
062700     END-IF.
062800 2300-END-RECIPIENT-EXIT.
062900     EXIT.
063000*****************************************************************
063100*    2500-EDIT-RECIPIENT - COUNT IT AND LIST ITS EXCEPTIONS.    *
063200*    A RECIPIENT UNDER THE THRESHOLD AND NEVER FILED IS NOT     *
063300*    REPORTABLE AND IS ONLY COUNTED.                            *
063400*****************************************************************
063500 2500-EDIT-RECIPIENT.
063600     ADD 1 TO WB-0025-RCPT-CNT.
063700     IF WB-0025-RCPT-AMT < WB-0025-THRESHOLD-AMT
063800        AND NOT WB-0025-FILED
063900         ADD 1 TO WB-0025-BELOW-CNT
064000         GO TO 2500-EDIT-RECIPIENT-EXIT
064100     END-IF.
064200     IF WB-0025-RCPT-AMT NOT < WB-0025-THRESHOLD-AMT
064300         ADD 1 TO WB-0025-RPTBL-CNT
064400     END-IF.
064500     IF WB-0025-TO-FILE
064600         ADD 1 TO WB-0025-FILE-CNT
064700         ADD WB-0025-RCPT-AMT    TO WB-0025-FILE-AMT
064800     END-IF.
064900     EVALUATE TRUE
065000       WHEN CLPBNKTB-C-TIN-NUM = SPACES
065100         MOVE 'TIN NOT ON FILE'  TO WB-0025-EXC-TX
065200         ADD 1 TO WB-0025-NO-TIN-CNT
065300         PERFORM 2900-WRITE-EXCEPTION
065400             THRU 2900-WRITE-EXCEPTION-EXIT
065500       WHEN CLPBNKTB-C-TIN-MISMATCH
065600         MOVE SPACES             TO WB-0025-EXC-TX
065700         STRING 'TIN MISMATCH - IRS CODE '
065800                CLPBNKTB-C-TIN-MATCH-CD
065900             DELIMITED BY SIZE INTO WB-0025-EXC-TX
066000         ADD 1 TO WB-0025-MISMATCH-CNT
066100         PERFORM 2900-WRITE-EXCEPTION
066200             THRU 2900-WRITE-EXCEPTION-EXIT
066300       WHEN CLPBNKTB-C-TIN-NOT-VERIFIED
066400         MOVE 'TIN NOT VERIFIED WITH THE IRS'
066500                                 TO WB-0025-EXC-TX
066600         ADD 1 TO WB-0025-UNVER-CNT
066700         PERFORM 2900-WRITE-EXCEPTION
066800             THRU 2900-WRITE-EXCEPTION-EXIT
066900     END-EVALUATE.
067000     IF CLPBNKTB-C-RMT-ADDR1-TX = SPACES
067100         MOVE 'NO MAILING ADDRESS' TO WB-0025-EXC-TX
067200         ADD 1 TO WB-0025-NO-ADDR-CNT
067300         PERFORM 2900-WRITE-EXCEPTION
067400             THRU 2900-WRITE-EXCEPTION-EXIT
067500     END-IF.
067600     IF WB-0025-FILED
067700        AND WB-0025-RCPT-AMT NOT = CLPTAXTB-C-RPT-AMT
067800         MOVE 'TOTAL CHANGED SINCE FILING' TO WB-0025-EXC-TX
067900         ADD 1 TO WB-0025-CHG-CNT
068000         PERFORM 2900-WRITE-EXCEPTION
068100             THRU 2900-WRITE-EXCEPTION-EXIT
068200     END-IF.
068300     IF NOT WB-0025-FILED
068400        AND WB-0025-RUN-CORRECTED
068500         MOVE 'NOT YET FILED - RUN ORIGINAL' TO WB-0025-EXC-TX
068600         ADD 1 TO WB-0025-UNFILED-CNT
068700         PERFORM 2900-WRITE-EXCEPTION
068800             THRU 2900-WRITE-EXCEPTION-EXIT
068900     END-IF.
069000 2500-EDIT-RECIPIENT-EXIT.
069100     EXIT.
069200*****************************************************************
069300*    2600-SCAN-DROPPED - FILED RECIPIENTS NO LONGER PAID UNDER  *
069400*    THEIR KEY.  A CORRECTED RUN FILES THEM AT ZERO.            *
069500*****************************************************************
069600 2600-SCAN-DROPPED.
069700     EXEC SQL OPEN CB025F END-EXEC.
069800     IF SQLCODE NOT = 0
069900         GO TO 9999-SQL-ERROR
070000     END-IF.
070100     MOVE 'N'                    TO WB-0025-EOF-SW.
070200     PERFORM 2700-FETCH-DROPPED
070300         THRU 2700-FETCH-DROPPED-EXIT
070400         UNTIL WB-0025-EOF.
070500     EXEC SQL CLOSE CB025F END-EXEC.
070600 2600-SCAN-DROPPED-EXIT.
070700     EXIT.
070800*****************************************************************
070900*    2700-FETCH-DROPPED                                         *
071000*****************************************************************
071100 2700-FETCH-DROPPED.
071200     EXEC SQL
071300         FETCH CB025F
071400          INTO :WH-0025-CUR-KEY, :WH-0025-CUR-PAYEE-ID,
071500               :CLPTAXTB-C-TIN-NUM, :CLPTAXTB-C-TIN-TY-CD
071600     END-EXEC.
071700     IF SQLCODE = 100
071800         SET WB-0025-EOF TO TRUE
071900         GO TO 2700-FETCH-DROPPED-EXIT
072000     END-IF.
072100     IF SQLCODE NOT = 0
072200         GO TO 9999-SQL-ERROR
072300     END-IF.
072400     MOVE ZERO                   TO WB-0025-RCPT-AMT.
072500     PERFORM 4000-GET-RECIPIENT
072600         THRU 4000-GET-RECIPIENT-EXIT.
072700     MOVE CLPTAXTB-C-TIN-NUM     TO WB-0025-TIN.
072800     MOVE CLPTAXTB-C-TIN-TY-CD   TO WB-0025-TIN-TY.
072900     IF WB-0025-PASS-EDIT
073000         ADD 1 TO WB-0025-DROP-CNT
073100         IF WB-0025-TO-FILE
073200             ADD 1 TO WB-0025-FILE-CNT
073300         END-IF
073400         MOVE 'FILED - NOTHING PAID UNDER TIN' TO WB-0025-EXC-TX
073500         PERFORM 2900-WRITE-EXCEPTION
073600             THRU 2900-WRITE-EXCEPTION-EXIT
073700     ELSE
073800         IF WB-0025-TO-FILE
073900             PERFORM 3500-FILE-RECIPIENT
074000                 THRU 3500-FILE-RECIPIENT-EXIT
074100         END-IF
074200     END-IF.
074300 2700-FETCH-DROPPED-EXIT.
074400     EXIT.
074500*****************************************************************
074600*    2900-WRITE-EXCEPTION                                       *
074700*****************************************************************
074800 2900-WRITE-EXCEPTION.
074900     MOVE WH-0025-CUR-KEY        TO RL-0025-D-KEY.
075000     MOVE WH-0025-CUR-PAYEE-ID   TO RL-0025-D-PAYEE.
075100     MOVE WH-0025-PAYEE-NAM      TO RL-0025-D-NAM.
075200     MOVE WB-0025-RCPT-AMT       TO RL-0025-D-AMT.
075300     IF WB-0025-FILED
075400         MOVE CLPTAXTB-C-RPT-AMT TO RL-0025-D-FILED
075500     ELSE
075600         MOVE ZERO               TO RL-0025-D-FILED
075700     END-IF.
075800     MOVE WB-0025-EXC-TX         TO RL-0025-D-EXC.
075900     WRITE RPTB025-REC FROM RL-0025-EXC-LINE
076000         AFTER ADVANCING 1 LINE.
076100 2900-WRITE-EXCEPTION-EXIT.
076200     EXIT.
076300*****************************************************************
076400*    3000-FILE-PASS - SECOND PASS: TRANSMITTER AND PAYER        *
076500*    RECORDS, A B RECORD AND A STATEMENT PER RECIPIENT FILED,   *
076600*    THEN THE END-OF-PAYER AND END-OF-TRANSMISSION RECORDS      *
076700*****************************************************************
076800 3000-FILE-PASS.
076900     IF WB-0025-FILE-CNT = ZERO
077000         DISPLAY 'PDDB0025 - NO RECIPIENTS TO FILE'
077100         MOVE 4 TO RETURN-CODE
077200         GO TO 3000-FILE-PASS-EXIT
077300     END-IF.
077400     MOVE 'F'                    TO WB-0025-PASS-SW.
077500     MOVE WB-0025-TAX-YR         TO WB-0025-TR-PAY-YR
077600                                    WB-0025-AR-PAY-YR
077700                                    WB-0025-BR-PAY-YR.
077800     MOVE WB-0025-XMIT-TIN       TO WB-0025-TR-XMIT-TIN.
077900     MOVE WB-0025-TCC            TO WB-0025-TR-TCC.
078000     MOVE WB-0025-TEST-IND       TO WB-0025-TR-TEST-IND.
078100     MOVE WB-0025-PAYER-NAM      TO WB-0025-TR-XMIT-NAM
078200                                    WB-0025-TR-CO-NAM.
078300     MOVE WB-0025-PAYER-ADDR-TX  TO WB-0025-TR-CO-ADDR.
078400     MOVE WB-0025-PAYER-CITY-NAM TO WB-0025-TR-CO-CITY.
078500     MOVE WB-0025-PAYER-ST-CD    TO WB-0025-TR-CO-ST.
078600     MOVE WB-0025-PAYER-ZIP-CD   TO WB-0025-TR-CO-ZIP.
078700     MOVE WB-0025-FILE-CNT       TO WB-0025-TR-PAYEE-CNT.
078800     MOVE WB-0025-CONTACT-NAM    TO WB-0025-TR-CONTACT-NAM.
078900     MOVE WB-0025-CONTACT-PHONE  TO WB-0025-TR-CONTACT-PHONE.
079000     MOVE WB-0025-CONTACT-EMAIL  TO WB-0025-TR-CONTACT-EMAIL.
079100     ADD 1 TO WB-0025-SEQ-NUM.
079200     MOVE WB-0025-SEQ-NUM        TO WB-0025-TR-SEQ-NUM.
079300     WRITE IO-IRS-REC FROM WB-0025-T-REC.
079400     MOVE WB-0025-PAYER-TIN      TO WB-0025-AR-PAYER-TIN.
079500     MOVE WB-0025-PAYER-NAM      TO WB-0025-AR-PAYER-NAM.
079600     MOVE WB-0025-PAYER-ADDR-TX  TO WB-0025-AR-PAYER-ADDR.
079700     MOVE WB-0025-PAYER-CITY-NAM TO WB-0025-AR-PAYER-CITY.
079800     MOVE WB-0025-PAYER-ST-CD    TO WB-0025-AR-PAYER-ST.
079900     MOVE WB-0025-PAYER-ZIP-CD   TO WB-0025-AR-PAYER-ZIP.
080000     MOVE WB-0025-PAYER-PHONE    TO WB-0025-AR-PAYER-PHONE.
080100     ADD 1 TO WB-0025-SEQ-NUM.
080200     MOVE WB-0025-SEQ-NUM        TO WB-0025-AR-SEQ-NUM.
080300     WRITE IO-IRS-REC FROM WB-0025-A-REC.
080400     PERFORM 2100-SCAN-RECIPIENTS
080500         THRU 2100-SCAN-RECIPIENTS-EXIT.
080600     IF WB-0025-RUN-CORRECTED
080700         PERFORM 2600-SCAN-DROPPED
080800             THRU 2600-SCAN-DROPPED-EXIT
080900     END-IF.
081000     MOVE WB-0025-B-CNT          TO WB-0025-CR-PAYEE-CNT
081100                                    WB-0025-FR-PAYEE-CNT.
081200     MOVE WB-0025-B-AMT          TO WB-0025-CR-TOT-6.
081300     ADD 1 TO WB-0025-SEQ-NUM.
081400     MOVE WB-0025-SEQ-NUM        TO WB-0025-CR-SEQ-NUM.
081500     WRITE IO-IRS-REC FROM WB-0025-C-REC.
081600     ADD 1 TO WB-0025-SEQ-NUM.
081700     MOVE WB-0025-SEQ-NUM        TO WB-0025-FR-SEQ-NUM.
081800     WRITE IO-IRS-REC FROM WB-0025-F-REC.
081900     EXEC SQL COMMIT END-EXEC.
082000 3000-FILE-PASS-EXIT.
082100     EXIT.
082200*****************************************************************
082300*    3500-FILE-RECIPIENT - B RECORD, STATEMENT, AND (UNLESS A   *
082400*    TEST FILE) THE FILING ROW                                  *
082500*****************************************************************
082600 3500-FILE-RECIPIENT.
082700     IF WB-0025-RUN-CORRECTED
082800         MOVE 'G'                TO WB-0025-BR-CORR-IND
082900     ELSE
083000         MOVE SPACE              TO WB-0025-BR-CORR-IND
083100     END-IF.
083200     IF CLPBNKTB-C-TIN-NAM NOT = SPACES
083300         MOVE CLPBNKTB-C-TIN-NAM TO WB-0025-NC-SRC
083400     ELSE
083500         MOVE WH-0025-PAYEE-NAM  TO WB-0025-NC-SRC
083600     END-IF.
083700     PERFORM 3600-NAME-CONTROL
083800         THRU 3600-NAME-CONTROL-EXIT.
083900     MOVE WB-0025-NC             TO WB-0025-BR-NAME-CTL.
084000     EVALUATE WB-0025-TIN-TY
084100       WHEN 'E'
084200         MOVE '1'                TO WB-0025-BR-TIN-TY
084300       WHEN 'S'
084400         MOVE '2'                TO WB-0025-BR-TIN-TY
084500       WHEN OTHER
084600         MOVE SPACE              TO WB-0025-BR-TIN-TY
084700     END-EVALUATE.
084800     MOVE WB-0025-TIN            TO WB-0025-BR-TIN.
084900     MOVE WH-0025-CUR-PAYEE-ID   TO WB-0025-BR-ACCT-NUM.
085000     MOVE WB-0025-RCPT-AMT       TO WB-0025-BR-AMT-6.
085100*    LEGAL NAME FIRST, THE PAYEE'S BUSINESS NAME SECOND WHEN IT
085200*    DIFFERS.
085300     MOVE WB-0025-NC-SRC         TO WB-0025-BR-NAM-1.
085400     IF WH-0025-PAYEE-NAM NOT = WB-0025-NC-SRC
085500         MOVE WH-0025-PAYEE-NAM  TO WB-0025-BR-NAM-2
085600     ELSE
085700         MOVE SPACES             TO WB-0025-BR-NAM-2
085800     END-IF.
085900     MOVE CLPBNKTB-C-RMT-ADDR1-TX TO WB-0025-BR-ADDR.
086000     MOVE CLPBNKTB-C-RMT-CITY-NAM TO WB-0025-BR-CITY.
086100     MOVE CLPBNKTB-C-RMT-ST-CD   TO WB-0025-BR-ST.
086200     MOVE CLPBNKTB-C-RMT-ZIP-CD  TO WB-0025-BR-ZIP.
086300     ADD 1 TO WB-0025-SEQ-NUM.
086400     MOVE WB-0025-SEQ-NUM        TO WB-0025-BR-SEQ-NUM.
086500     WRITE IO-IRS-REC FROM WB-0025-B-REC.
086600     ADD 1 TO WB-0025-B-CNT.
086700     ADD WB-0025-RCPT-AMT        TO WB-0025-B-AMT.
086800     PERFORM 3700-PRINT-STATEMENT
086900         THRU 3700-PRINT-STATEMENT-EXIT.
087000     IF WB-0025-TEST-FILE
087100         GO TO 3500-FILE-RECIPIENT-EXIT
087200     END-IF.
087300     MOVE WB-0025-TAX-YR         TO CLPTAXTB-C-TAX-YR.
087400     MOVE WH-0025-CUR-KEY        TO CLPTAXTB-C-RCPT-KEY.
087500     MOVE WB-0025-TIN            TO CLPTAXTB-C-TIN-NUM.
087600     MOVE WB-0025-TIN-TY         TO CLPTAXTB-C-TIN-TY-CD.
087700     MOVE WH-0025-CUR-PAYEE-ID   TO CLPTAXTB-C-PAYEE-ID.
087800     MOVE WB-0025-RCPT-AMT       TO CLPTAXTB-C-RPT-AMT.
087900     IF WB-0025-RUN-ORIGINAL
088000         EXEC SQL
088100             INSERT INTO C_PAYEE_1099_TB
088200                   (C_TAX_YR, C_RCPT_KEY, C_TIN_NUM, C_TIN_TY_CD,
088300                    C_PAYEE_ID, C_RPT_AMT, C_PRIOR_RPT_AMT,
088400                    C_FILE_TY_CD, C_FILE_DT, C_UPD_TS)
088500             VALUES (:CLPTAXTB-C-TAX-YR, :CLPTAXTB-C-RCPT-KEY,
088600                     :CLPTAXTB-C-TIN-NUM, :CLPTAXTB-C-TIN-TY-CD,
088700                     :CLPTAXTB-C-PAYEE-ID, :CLPTAXTB-C-RPT-AMT,
088800                     0, 'O', :WH-0025-RUN-DT,
088900                     TO_CHAR(CURRENT_TIMESTAMP,
089000                             'YYYY-MM-DD-HH24.MI.SS.FF6'))
089100         END-EXEC
089200     ELSE
089300         EXEC SQL
089400             UPDATE C_PAYEE_1099_TB
089500                SET C_PRIOR_RPT_AMT = C_RPT_AMT,
089600                    C_RPT_AMT       = :CLPTAXTB-C-RPT-AMT,
089700                    C_FILE_TY_CD    = 'G',
089800                    C_FILE_DT       = :WH-0025-RUN-DT,
089900                    C_UPD_TS        = TO_CHAR(CURRENT_TIMESTAMP,
090000                             'YYYY-MM-DD-HH24.MI.SS.FF6')
090100              WHERE C_TAX_YR   = :CLPTAXTB-C-TAX-YR
090200                AND C_RCPT_KEY = :CLPTAXTB-C-RCPT-KEY
090300         END-EXEC
090400     END-IF.
090500     IF SQLCODE NOT = 0
090600         GO TO 9999-SQL-ERROR
090700     END-IF.
090800     ADD 1 TO WB-0025-COMMIT-CNT.
090900     IF WB-0025-COMMIT-CNT NOT < WB-0025-COMMIT-LIMIT
091000         EXEC SQL COMMIT END-EXEC
091100         MOVE ZERO TO WB-0025-COMMIT-CNT
091200     END-IF.
091300 3500-FILE-RECIPIENT-EXIT.
091400     EXIT.
091500*****************************************************************
091600*    3600-NAME-CONTROL - FIRST FOUR LETTERS, DIGITS, HYPHENS OR *
091700*    AMPERSANDS OF THE LEGAL NAME, PASSING OVER A LEADING "THE" *
091800*    (AN INDIVIDUAL'S LEGAL NAME IS HELD SURNAME FIRST)         *
091900*****************************************************************
092000 3600-NAME-CONTROL.
092100     MOVE SPACES                 TO WB-0025-NC.
092200     MOVE ZERO                   TO WB-0025-NC-LEN.
092300     INSPECT WB-0025-NC-SRC CONVERTING
092400         'abcdefghijklmnopqrstuvwxyz'
092500      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
092600     MOVE 1                      TO WB-0025-NC-BEG.
092700     IF WB-0025-NC-SRC (1:4) = 'THE '
092800        AND WB-0025-NC-SRC (5:36) NOT = SPACES
092900         MOVE 5                  TO WB-0025-NC-BEG
093000     END-IF.
093100     PERFORM 3610-NAME-CONTROL-CHR
093200         THRU 3610-NAME-CONTROL-CHR-EXIT
093300         VARYING WB-0025-NC-IX FROM WB-0025-NC-BEG BY 1
093400         UNTIL WB-0025-NC-IX > 40
093500            OR WB-0025-NC-LEN = 4.
093600 3600-NAME-CONTROL-EXIT.
093700     EXIT.
093800 3610-NAME-CONTROL-CHR.
093900     MOVE WB-0025-NC-SRC (WB-0025-NC-IX:1) TO WB-0025-NC-CHR.
094000     IF WB-0025-NC-OK
094100         ADD 1 TO WB-0025-NC-LEN
094200         MOVE WB-0025-NC-CHR     TO WB-0025-NC (WB-0025-NC-LEN:1)
094300     END-IF.
094400 3610-NAME-CONTROL-CHR-EXIT.
094500     EXIT.
094600*****************************************************************
094700*    3700-PRINT-STATEMENT - RECIPIENT COPY, ONE PAGE.  THE TIN  *
094800*    IS TRUNCATED TO ITS LAST FOUR DIGITS.                      *
094900*****************************************************************
095000 3700-PRINT-STATEMENT.
095100     MOVE SPACES                 TO RL-0025-PRT-LINE.
095200     MOVE 'FORM 1099-MISC MISCELLANEOUS INFORMATION'
095300                                 TO RL-0025-P-LABEL.
095400     MOVE SPACES                 TO RL-0025-P-TX.
095500     STRING 'TAX YEAR ' WB-0025-TAX-YR
095600         DELIMITED BY SIZE INTO RL-0025-P-TX.
095700     IF WB-0025-RUN-CORRECTED
095800         MOVE 'CORRECTED'        TO RL-0025-P-TX (20:9)
095900     END-IF.
096000     WRITE PRT1099-REC FROM RL-0025-PRT-LINE
096100         AFTER ADVANCING TO-NEW-PAGE.
096200     MOVE "PAYER'S NAME"         TO RL-0025-P-LABEL.
096300     MOVE WB-0025-PAYER-NAM      TO RL-0025-P-TX.
096400     WRITE PRT1099-REC FROM RL-0025-PRT-LINE
096500         AFTER ADVANCING 3 LINES.
096600     MOVE SPACES                 TO RL-0025-P-LABEL.
096700     MOVE WB-0025-PAYER-ADDR-TX  TO RL-0025-P-TX.
096800     WRITE PRT1099-REC FROM RL-0025-PRT-LINE
096900         AFTER ADVANCING 1 LINE.
097000     MOVE SPACES                 TO RL-0025-P-TX.
097100     STRING WB-0025-PAYER-CITY-NAM DELIMITED BY '  '
097200            ', '                   DELIMITED BY SIZE
097300            WB-0025-PAYER-ST-CD    DELIMITED BY SIZE
097400            ' '                    DELIMITED BY SIZE
097500            WB-0025-PAYER-ZIP-CD   DELIMITED BY SIZE
097600         INTO RL-0025-P-TX.
097700     WRITE PRT1099-REC FROM RL-0025-PRT-LINE
097800         AFTER ADVANCING 1 LINE.
097900     MOVE SPACES                 TO RL-0025-P-TX.
098000     STRING WB-0025-PAYER-PHONE  DELIMITED BY SIZE
098100         INTO RL-0025-P-TX.
098200     WRITE PRT1099-REC FROM RL-0025-PRT-LINE
098300         AFTER ADVANCING 1 LINE.
098400     MOVE "PAYER'S TIN"          TO RL-0025-P-LABEL.
098500     MOVE SPACES                 TO RL-0025-P-TX.
098600     STRING WB-0025-PAYER-TIN (1:2) '-' WB-0025-PAYER-TIN (3:7)
098700         DELIMITED BY SIZE INTO RL-0025-P-TX.
098800     WRITE PRT1099-REC FROM RL-0025-PRT-LINE
098900         AFTER ADVANCING 2 LINES.
099000     MOVE "RECIPIENT'S TIN"      TO RL-0025-P-LABEL.
099100     MOVE SPACES                 TO RL-0025-P-TX.
099200     EVALUATE TRUE
099300       WHEN WB-0025-TIN = SPACES
099400         MOVE 'NOT ON FILE'      TO RL-0025-P-TX
099500       WHEN WB-0025-TIN-EIN
099600         STRING 'XX-XXX' WB-0025-TIN (6:4)
099700             DELIMITED BY SIZE INTO RL-0025-P-TX
099800       WHEN OTHER
099900         STRING 'XXX-XX-' WB-0025-TIN (6:4)
100000             DELIMITED BY SIZE INTO RL-0025-P-TX
100100     END-EVALUATE.
100200     WRITE PRT1099-REC FROM RL-0025-PRT-LINE
100300         AFTER ADVANCING 1 LINE.
100400     MOVE "RECIPIENT'S NAME"     TO RL-0025-P-LABEL.
100500     MOVE WB-0025-BR-NAM-1       TO RL-0025-P-TX.
100600     WRITE PRT1099-REC FROM RL-0025-PRT-LINE
100700         AFTER ADVANCING 2 LINES.
100800     MOVE SPACES                 TO RL-0025-P-LABEL.
100900     IF WB-0025-BR-NAM-2 NOT = SPACES
101000         MOVE WB-0025-BR-NAM-2   TO RL-0025-P-TX
101100         WRITE PRT1099-REC FROM RL-0025-PRT-LINE
101200             AFTER ADVANCING 1 LINE
101300     END-IF.
101400     MOVE CLPBNKTB-C-RMT-ADDR1-TX TO RL-0025-P-TX.
101500     WRITE PRT1099-REC FROM RL-0025-PRT-LINE
101600         AFTER ADVANCING 1 LINE.
101700     IF CLPBNKTB-C-RMT-ADDR2-TX NOT = SPACES
101800         MOVE CLPBNKTB-C-RMT-ADDR2-TX TO RL-0025-P-TX
101900         WRITE PRT1099-REC FROM RL-0025-PRT-LINE
102000             AFTER ADVANCING 1 LINE
102100     END-IF.
102200     MOVE SPACES                 TO RL-0025-P-TX.
102300     STRING CLPBNKTB-C-RMT-CITY-NAM DELIMITED BY '  '
102400            ', '                    DELIMITED BY SIZE
102500            CLPBNKTB-C-RMT-ST-CD    DELIMITED BY SIZE
102600            ' '                     DELIMITED BY SIZE
102700            CLPBNKTB-C-RMT-ZIP-CD   DELIMITED BY SIZE
102800         INTO RL-0025-P-TX.
102900     WRITE PRT1099-REC FROM RL-0025-PRT-LINE
103000         AFTER ADVANCING 1 LINE.
103100     MOVE 'ACCOUNT NUMBER'       TO RL-0025-P-LABEL.
103200     MOVE WH-0025-CUR-PAYEE-ID   TO RL-0025-P-TX.
103300     WRITE PRT1099-REC FROM RL-0025-PRT-LINE
103400         AFTER ADVANCING 2 LINES.
103500     MOVE '6  MEDICAL AND HEALTH CARE PAYMENTS'
103600                                 TO RL-0025-P-LABEL.
103700     MOVE WB-0025-RCPT-AMT       TO WB-0025-PRT-AMT.
103800     MOVE WB-0025-PRT-AMT        TO RL-0025-P-TX.
103900     WRITE PRT1099-REC FROM RL-0025-PRT-LINE
104000         AFTER ADVANCING 2 LINES.
104100 3700-PRINT-STATEMENT-EXIT.
104200     EXIT.
104300*****************************************************************
104400*    4000-GET-RECIPIENT - PAYEE'S TAX IDENTITY AND ADDRESS, THE *
104500*    FILING ON RECORD, AND WHETHER THIS RUN FILES IT            *
104600*****************************************************************
104700 4000-GET-RECIPIENT.
104800     EXEC SQL
104900         SELECT C_PAYEE_NAM, C_RMT_ADDR1_TX, C_RMT_ADDR2_TX,
105000                C_RMT_CITY_NAM, C_RMT_ST_CD, C_RMT_ZIP_CD,
105100                C_TIN_NUM, C_TIN_TY_CD, C_TIN_NAM,
105200                C_TIN_MATCH_CD
105300           INTO :CLPBNKTB-C-PAYEE-NAM,
105400                :CLPBNKTB-C-RMT-ADDR1-TX,
105500                :CLPBNKTB-C-RMT-ADDR2-TX,
105600                :CLPBNKTB-C-RMT-CITY-NAM,
105700                :CLPBNKTB-C-RMT-ST-CD,
105800                :CLPBNKTB-C-RMT-ZIP-CD,
105900                :CLPBNKTB-C-TIN-NUM,
106000                :CLPBNKTB-C-TIN-TY-CD,
106100                :CLPBNKTB-C-TIN-NAM,
106200                :CLPBNKTB-C-TIN-MATCH-CD
106300           FROM C_PAYEE_BANK_TB
106400          WHERE C_PAYEE_ID = :WH-0025-CUR-PAYEE-ID
106500     END-EXEC.
106600     EVALUATE SQLCODE
106700       WHEN 0
106800         CONTINUE
106900       WHEN 100
107000         MOVE SPACES             TO CLPBNKTB-C-PAYEE-BANK-TB
107100       WHEN OTHER
107200         GO TO 9999-SQL-ERROR
107300     END-EVALUATE.
107400     IF CLPBNKTB-C-PAYEE-NAM NOT = SPACES
107500         MOVE CLPBNKTB-C-PAYEE-NAM TO WH-0025-PAYEE-NAM
107600     ELSE
107700         EXEC SQL
107800             SELECT COALESCE(
107900                      (SELECT P.C_PAYEE_NAM
108000                         FROM C_PROV_PAYEE_TB P
108100                        WHERE P.C_PAYEE_ID = :WH-0025-CUR-PAYEE-ID
108200                          AND ROWNUM = 1),
108300                      (SELECT M.C_PROV_NAM
108400                         FROM C_PROV_MSTR_TB M
108500                        WHERE M.C_PROV_ID = :WH-0025-CUR-PAYEE-ID
108600                          AND ROWNUM = 1),
108700                      'NAME NOT ON FILE')
108800               INTO :WH-0025-PAYEE-NAM
108900               FROM DUAL
109000         END-EXEC
109100         IF SQLCODE NOT = 0
109200             GO TO 9999-SQL-ERROR
109300         END-IF
109400     END-IF.
109500     EXEC SQL
109600         SELECT C_RPT_AMT, C_FILE_TY_CD
109700           INTO :CLPTAXTB-C-RPT-AMT, :CLPTAXTB-C-FILE-TY-CD
109800           FROM C_PAYEE_1099_TB
109900          WHERE C_TAX_YR   = :WH-0025-TAX-YR
110000            AND C_RCPT_KEY = :WH-0025-CUR-KEY
110100     END-EXEC.
110200     EVALUATE SQLCODE
110300       WHEN 0
110400         MOVE 'Y'                TO WB-0025-FILED-SW
110500       WHEN 100
110600         MOVE 'N'                TO WB-0025-FILED-SW
110700         MOVE ZERO               TO CLPTAXTB-C-RPT-AMT
110800       WHEN OTHER
110900         GO TO 9999-SQL-ERROR
111000     END-EVALUATE.
111100*    A CORRECTED RUN FILES WHAT WAS FILED AND HAS SINCE CHANGED;
111200*    OTHERWISE WHAT IS REPORTABLE AND NOT YET FILED.
111300     MOVE 'N'                    TO WB-0025-TO-FILE-SW.
111400     IF WB-0025-RUN-CORRECTED
111500         IF WB-0025-FILED
111600            AND WB-0025-RCPT-AMT NOT = CLPTAXTB-C-RPT-AMT
111700             MOVE 'Y'            TO WB-0025-TO-FILE-SW
111800         END-IF
111900     ELSE
112000         IF NOT WB-0025-FILED
112100            AND WB-0025-RCPT-AMT NOT < WB-0025-THRESHOLD-AMT
112200             MOVE 'Y'            TO WB-0025-TO-FILE-SW
112300         END-IF
112400     END-IF.
112500 4000-GET-RECIPIENT-EXIT.
112600     EXIT.
112700*****************************************************************
112800*    8000-FINALIZE - SUMMARY COUNTS; A FILING RUN PROVES THE B  *
112900*    RECORDS WRITTEN AGAINST THE FIRST-PASS COUNT AND AMOUNT    *
113000*****************************************************************
113100 8000-FINALIZE.
113200     MOVE 'RECIPIENTS PAID IN THE YEAR'
113300                                 TO RL-0025-S-LABEL.
113400     MOVE WB-0025-RCPT-CNT       TO RL-0025-S-CNT.
113500     MOVE ZERO                   TO RL-0025-S-AMT.
113600     WRITE RPTB025-REC FROM RL-0025-SUM-LINE
113700         AFTER ADVANCING 3 LINES.
113800     MOVE '  AT OR OVER THE 1099 THRESHOLD'
113900                                 TO RL-0025-S-LABEL.
114000     MOVE WB-0025-RPTBL-CNT      TO RL-0025-S-CNT.
114100     MOVE WB-0025-THRESHOLD-AMT  TO RL-0025-S-AMT.
114200     WRITE RPTB025-REC FROM RL-0025-SUM-LINE
114300         AFTER ADVANCING 1 LINE.
114400     MOVE ZERO                   TO RL-0025-S-AMT.
114500     MOVE '  UNDER THE THRESHOLD, NOT FILED'
114600                                 TO RL-0025-S-LABEL.
114700     MOVE WB-0025-BELOW-CNT      TO RL-0025-S-CNT.
114800     WRITE RPTB025-REC FROM RL-0025-SUM-LINE
114900         AFTER ADVANCING 1 LINE.
115000     MOVE 'TIN NOT ON FILE'      TO RL-0025-S-LABEL.
115100     MOVE WB-0025-NO-TIN-CNT     TO RL-0025-S-CNT.
115200     WRITE RPTB025-REC FROM RL-0025-SUM-LINE
115300         AFTER ADVANCING 2 LINES.
115400     MOVE 'TIN MISMATCH'         TO RL-0025-S-LABEL.
115500     MOVE WB-0025-MISMATCH-CNT   TO RL-0025-S-CNT.
115600     WRITE RPTB025-REC FROM RL-0025-SUM-LINE
115700         AFTER ADVANCING 1 LINE.
115800     MOVE 'TIN NOT VERIFIED'     TO RL-0025-S-LABEL.
115900     MOVE WB-0025-UNVER-CNT      TO RL-0025-S-CNT.
116000     WRITE RPTB025-REC FROM RL-0025-SUM-LINE
116100         AFTER ADVANCING 1 LINE.
116200     MOVE 'NO MAILING ADDRESS'   TO RL-0025-S-LABEL.
116300     MOVE WB-0025-NO-ADDR-CNT    TO RL-0025-S-CNT.
116400     WRITE RPTB025-REC FROM RL-0025-SUM-LINE
116500         AFTER ADVANCING 1 LINE.
116600     MOVE 'TOTAL CHANGED SINCE FILING'
116700                                 TO RL-0025-S-LABEL.
116800     MOVE WB-0025-CHG-CNT        TO RL-0025-S-CNT.
116900     WRITE RPTB025-REC FROM RL-0025-SUM-LINE
117000         AFTER ADVANCING 1 LINE.
117100     MOVE 'FILED - NOTHING PAID UNDER TIN'
117200                                 TO RL-0025-S-LABEL.
117300     MOVE WB-0025-DROP-CNT       TO RL-0025-S-CNT.
117400     WRITE RPTB025-REC FROM RL-0025-SUM-LINE
117500         AFTER ADVANCING 1 LINE.
117600     MOVE 'NOT YET FILED'        TO RL-0025-S-LABEL.
117700     MOVE WB-0025-UNFILED-CNT    TO RL-0025-S-CNT.
117800     WRITE RPTB025-REC FROM RL-0025-SUM-LINE
117900         AFTER ADVANCING 1 LINE.
118000     MOVE 'RECIPIENTS TO FILE THIS RUN'
118100                                 TO RL-0025-S-LABEL.
118200     MOVE WB-0025-FILE-CNT       TO RL-0025-S-CNT.
118300     MOVE WB-0025-FILE-AMT       TO RL-0025-S-AMT.
118400     WRITE RPTB025-REC FROM RL-0025-SUM-LINE
118500         AFTER ADVANCING 2 LINES.
118600     IF WB-0025-PASS-FILE
118700         MOVE 'B RECORDS WRITTEN' TO RL-0025-S-LABEL
118800         MOVE WB-0025-B-CNT      TO RL-0025-S-CNT
118900         MOVE WB-0025-B-AMT      TO RL-0025-S-AMT
119000         WRITE RPTB025-REC FROM RL-0025-SUM-LINE
119100             AFTER ADVANCING 1 LINE
119200         IF WB-0025-B-CNT = WB-0025-FILE-CNT
119300            AND WB-0025-B-AMT = WB-0025-FILE-AMT
119400             MOVE 'BALANCED - FILED = RECIPIENTS TO FILE'
119500                                 TO RL-0025-B-TX
119600         ELSE
119700             MOVE '*** OUT OF BALANCE - DO NOT TRANSMIT ***'
119800                                 TO RL-0025-B-TX
119900             MOVE 8 TO RETURN-CODE
120000         END-IF
120100         WRITE RPTB025-REC FROM RL-0025-BAL-LINE
120200             AFTER ADVANCING 2 LINES
120300         IF WB-0025-TEST-FILE
120400             MOVE 'TEST FILE - FILINGS NOT RECORDED'
120500                                 TO RL-0025-B-TX
120600             WRITE RPTB025-REC FROM RL-0025-BAL-LINE
120700                 AFTER ADVANCING 1 LINE
120800         END-IF
120900     END-IF.
121000     CLOSE TAXPARM-FILE IRSOUT-FILE PRT1099-FILE RPTB025-FILE.
121100 8000-FINALIZE-EXIT.
121200     EXIT.
121300*****************************************************************
121400*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
121500*****************************************************************
121600 9999-SQL-ERROR.
121700     DISPLAY 'PDDB0025 - SQL ERROR'.
121800     DISPLAY 'SQLCODE = ' SQLCODE.
121900     EXEC SQL ROLLBACK END-EXEC.
122000     MOVE 16 TO RETURN-CODE.
122100     CLOSE TAXPARM-FILE IRSOUT-FILE PRT1099-FILE RPTB025-FILE.
122200     GOBACK.
