000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0022.
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
001300*  10/15/26  ACS   NEW PROGRAM.  PAYMENT-CYCLE PROVIDER        *
001400*                  DISBURSEMENT.  RUNS AFTER PDDR0041 ON THE   *
001500*                  SAME REMTPARM CYCLE CARD.  FIRST TIES THE   *
001600*                  REMITTANCE DETAIL FILE, BY PAYMENT TYPE, TO *
001700*                  THE PDDR0027 C_BAT_PYMT_TY_TB TOTALS FOR    *
001800*                  THE CYCLE'S DAYS - LESS CLAIMS PAID ON      *
001900*                  THOSE DAYS THAT THIS CYCLE DOES NOT PAY     *
002000*                  (SERVICE DATE OUTSIDE IT, OR STILL HELD IN  *
002100*                  ESCROW OR ON THE PEND QUEUE), PLUS CLAIMS   *
002200*                  IT PAYS THAT WERE ADJUDICATED ON OTHER      *
002300*                  DAYS.  OFF BY A PENNY AND NOTHING IS        *
002400*                  RELEASED: THE ACH AND CHECK FILES ARE LEFT  *
002500*                  EMPTY AND THE STEP ENDS RC 12.  WHEN IT     *
002600*                  TIES, EACH PAYEE'S NET CYCLE AMOUNT IS PAID *
002700*                  BY ACH (NACHA CCD CREDIT) ONCE ITS          *
002800*                  C_PAYEE_BANK_TB PRENOTE HAS CLEARED, ELSE   *
002900*                  BY CHECK ON THE CHECK REGISTER FILE.  NEW   *
003000*                  EFT ENROLLMENTS GET A ZERO-DOLLAR PRENOTE.  *
003009*  10/15/26  ACS   PROVIDER RECEIVABLES.  A PAYEE WHOSE CYCLE  *
003018*                  NET IS NEGATIVE (REVERSALS OF CLAIMS PAID   *
003027*                  IN EARLIER CYCLES) IS CARRIED FORWARD ON    *
003036*                  C_PROV_AR_TB INSTEAD OF DROPPED; A POSITIVE *
003045*                  NET FIRST OFFSETS THE PAYEE'S OPEN          *
003054*                  RECEIVABLES, OLDEST FIRST, AND ONLY THE     *
003063*                  REST IS PAID.  BALANCES AT OR OVER THE LIST *
003072*                  7531 THRESHOLD ARE RECOUPED IN INSTALLMENTS *
003081*                  A CYCLE WHOSE RECEIVABLES ARE ALREADY       *
003090*                  POSTED IS NOT RUN AGAIN.                    *
003092*  10/15/26  ACS   EACH PAYEE'S CYCLE IS RECORDED ON           *
003094*                  C_PAYEE_DSBR_TB - NET, OFFSET, PAID, METHOD *
003096*                  AND PAY DATE - FOR THE ANNUAL 1099.         *
003109*  10/15/26  ACS   RETROACTIVE MASS ADJUSTMENT.  A REBILL      *
003122*                  RELEASED BY PDDB0027 IS PAID BY THE CYCLE   *
003135*                  PDDR0041 STAMPED ON ITS C_MASS_ADJ_CLM_TB   *
003148*                  ROW, AND THE REVERSAL OF THE ORIGINAL THE   *
003161*                  BACK END POSTED AT RELEASE TIES THE SAME    *
003174*                  WAY IN THE PAYMENT-TYPE RECONCILIATION.     *
003175*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
003176*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
003177*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
003178*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
003179*                  WITH NO REMTPARM CARD THE CYCLE RUNS FROM   *
003180*                  THE DAY AFTER THE PRIOR BUSINESS DATE       *
003181*                  THROUGH THE BUSINESS DATE.                  *
003182*  10/15/26  ACS   THE DEFAULT SETTLEMENT DATE IS THE NEXT     *
003183*                  BUSINESS DAY AND THE PRENOTE WAIT (LIST     *
003184*                  7530) COUNTS BUSINESS DAYS, BOTH FROM THE   *
003185*                  SHARED PDDS9005 ROUTINE AND THE             *
003186*                  G_BUS_CAL_TB HOLIDAY CALENDAR. A DSBRPARM   *
003187*                  SETTLEMENT DATE ON A WEEKEND OR HOLIDAY IS  *
003188*                  REFUSED - THE ACH OPERATOR WOULD NOT SETTLE *
003189*                  IT.                                         *
003189*  10/15/26  ACS   A CLAIM REPROCESSED BY PDDB0047 AFTER AN    *
003189*                  OVERTURNED APPEAL IS PAID BY THE CYCLE      *
003189*                  PDDR0041 STAMPED ON ITS C_APPEAL_CASE_TB    *
003189*                  ROW (REMTDTL CARRIES THE APPEAL TCN).       *
003190*                                                              *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT REMTPARM-FILE ASSIGN TO REMTPARM
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT DSBRPARM-FILE ASSIGN TO DSBRPARM
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT REMTDTL-FILE ASSIGN TO REMTDTL
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT ACHOUT-FILE ASSIGN TO ACHOUT
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT CHKREG-FILE ASSIGN TO CHKREG
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT RPTB022-FILE ASSIGN TO RPTB022
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200*****************************************************************
005300*  DATA DIVISION                                                *
005400*****************************************************************
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  REMTPARM-FILE.
005800 01  RP-PARM-REC.
005900     05  RP-CYC-BEG-DT               PIC X(00010).
006000     05  FILLER                      PIC X(00001).
006100     05  RP-CYC-END-DT               PIC X(00010).
006200     05  FILLER                      PIC X(00059).
006300*    ORIGINATOR CARD - THE STATE'S BANK (ODFI) ROUTING AND NAME,
006400*    THE ACH COMPANY ID AND NAME, THE SETTLEMENT DATE (BLANK FOR
006500*    THE NEXT DAY) AND THE FIRST CHECK NUMBER OF THE RUN.
006600 FD  DSBRPARM-FILE.
006700 01  DP-PARM-REC.
006800     05  DP-ODFI-RTE-NUM             PIC X(00009).
006900     05  DP-ODFI-NAM                 PIC X(00023).
007000     05  DP-CO-ID                    PIC X(00010).
007100     05  DP-CO-NAM                   PIC X(00016).
007200     05  DP-EFF-DT                   PIC X(00010).
007300     05  DP-FST-CHK-NUM              PIC 9(00008).
007400     05  FILLER                      PIC X(00004).
007500*    PDDR0041 REMITTANCE DETAIL - SORTED BY PAYEE, THEN TYPE.
007600 FD  REMTDTL-FILE.
007700 01  RD-REMIT-REC.
007800     05  RD-REC-TY-CD                PIC X(00001).
007900     05  RD-PROV-ID                  PIC X(00015).
008000     05  RD-PYMT-TY-CD               PIC X(00001).
008100     05  RD-TCN-NUM                  PIC 9(00017).
008200     05  RD-SVC-DT                   PIC X(00010).
008300     05  RD-RX-NUM                   PIC 9(00012).
008400     05  RD-PAID-AMT                 PIC S9(00009)V9(00002).
008500     05  RD-DISP-PROV-ID             PIC X(00015).
008510     05  RD-APPEAL-TCN-NUM           PIC 9(00017).
008600*    NACHA FILE - 94-BYTE RECORDS, BLOCKED TEN.
008700 FD  ACHOUT-FILE.
008800 01  AO-ACH-REC                      PIC X(00094).
008900*    CHECK REGISTER - ONE RECORD PER CHECK TO PRINT.
009000 FD  CHKREG-FILE.
009100 01  CK-CHECK-REC.
009200     05  CK-CHK-NUM                  PIC 9(00008).
009300     05  CK-CHK-DT                   PIC X(00010).
009400     05  CK-PAYEE-ID                 PIC X(00015).
009500     05  CK-PAYEE-NAM                PIC X(00030).
009600     05  CK-ADDR1-TX                 PIC X(00030).
009700     05  CK-ADDR2-TX                 PIC X(00030).
009800     05  CK-CITY-NAM                 PIC X(00020).
009900     05  CK-ST-CD                    PIC X(00002).
010000     05  CK-ZIP-CD                   PIC X(00009).
010100     05  CK-CHK-AMT                  PIC 9(00009)V9(00002).
010200*    WHY NOT ACH - N = NO BANKING ON FILE, B = BANKING FAILS
010300*    EDIT, P = PRENOTE NOT YET CLEARED, R = RETURNED BY THE BANK.
010400     05  CK-RSN-CD                   PIC X(00001).
010500     05  CK-CYC-END-DT               PIC X(00010).
010600 FD  RPTB022-FILE
010700     RECORDING MODE IS F.
010800 01  RPTB022-REC                     PIC X(00133).
010900*****************************************************************
011000*  WORKING-STORAGE SECTION                                     *
011100*****************************************************************
011200 WORKING-STORAGE SECTION.
011300 77  WB-0022-EOF-SW                  PIC X(00001) VALUE 'N'.
011400     88  WB-0022-EOF                 VALUE 'Y'.
011500 77  WB-0022-FIRST-SW                PIC X(00001) VALUE 'Y'.
011600     88  WB-0022-FIRST-REC           VALUE 'Y'.
011700 77  WB-0022-TIE-SW                  PIC X(00001) VALUE 'Y'.
011800     88  WB-0022-TIED                VALUE 'Y'.
011900 77  WB-0022-DTL-OPEN-SW             PIC X(00001) VALUE 'N'.
012000     88  WB-0022-DTL-OPEN            VALUE 'Y'.
012100 77  WB-0022-ACH-HDR-SW              PIC X(00001) VALUE 'N'.
012200     88  WB-0022-ACH-HDR-DONE        VALUE 'Y'.
012300 77  WB-0022-BANK-SW                 PIC X(00001) VALUE 'N'.
012400     88  WB-0022-BANK-FOUND          VALUE 'Y'.
012500 77  WB-0022-RTE-SW                  PIC X(00001) VALUE 'N'.
012600     88  WB-0022-RTE-VALID           VALUE 'Y'.
012633 77  WB-0022-AR-EOF-SW               PIC X(00001) VALUE 'N'.
012666     88  WB-0022-AR-EOF              VALUE 'Y'.
012700 77  WB-0022-PAY-MTHD-CD             PIC X(00001) VALUE SPACE.
012800     88  WB-0022-PAY-BY-ACH          VALUE 'A'.
012900     88  WB-0022-PAY-BY-CHECK        VALUE 'C'.
013000     88  WB-0022-NOT-PAID            VALUE 'N'.
013100 77  WB-0022-CHK-RSN-CD              PIC X(00001) VALUE SPACE.
013200 77  WB-0022-LOOK-TY                 PIC X(00001) VALUE SPACE.
013300 77  WB-0022-TY-CNT                  PIC S9(00004) COMP
013400                                     VALUE ZERO.
013500 77  WB-0022-TY-SUB                  PIC S9(00004) COMP
013600                                     VALUE ZERO.
013700 77  WB-0022-TY-HIT                  PIC S9(00004) COMP
013800                                     VALUE ZERO.
013900 77  WB-0022-DGT-SUB                 PIC S9(00004) COMP
014000                                     VALUE ZERO.
014100 77  WB-0022-RTE-SUM                 PIC S9(00004) COMP
014200                                     VALUE ZERO.
014300 77  WB-0022-RTE-QUOT                PIC S9(00004) COMP
014400                                     VALUE ZERO.
014500 77  WB-0022-RTE-REM                 PIC S9(00004) COMP
014600                                     VALUE ZERO.
014700 77  WB-0022-EFF-DT                  PIC X(00010) VALUE SPACES.
014800 77  WB-0022-CUR-PAYEE-ID            PIC X(00015) VALUE SPACES.
014900 77  WB-0022-PAYEE-NAM               PIC X(00030) VALUE SPACES.
015000 77  WB-0022-CHK-NUM                 PIC 9(00008) VALUE ZERO.
015100 77  WB-0022-PAYEE-CNT               PIC S9(00009) COMP-3
015200                                     VALUE ZERO.
015300 77  WB-0022-ACH-CNT                 PIC S9(00009) COMP-3
015400                                     VALUE ZERO.
015500 77  WB-0022-CHK-CNT                 PIC S9(00009) COMP-3
015600                                     VALUE ZERO.
015700 77  WB-0022-NOPAY-CNT               PIC S9(00009) COMP-3
015800                                     VALUE ZERO.
015820 77  WB-0022-OFST-CNT                PIC S9(00009) COMP-3
015840                                     VALUE ZERO.
015860 77  WB-0022-CARRY-CNT               PIC S9(00009) COMP-3
015880                                     VALUE ZERO.
015900 77  WB-0022-PRENOTE-CNT             PIC S9(00009) COMP-3
016000                                     VALUE ZERO.
016100 77  WB-0022-PROMO-CNT               PIC S9(00009) COMP-3
016200                                     VALUE ZERO.
016300 77  WB-0022-PAYEE-AMT               PIC S9(00011)V9(00002)
016400                                     COMP-3 VALUE ZERO.
016500 77  WB-0022-ACH-AMT                 PIC S9(00011)V9(00002)
016600                                     COMP-3 VALUE ZERO.
016700 77  WB-0022-CHK-AMT                 PIC S9(00011)V9(00002)
016800                                     COMP-3 VALUE ZERO.
016825 77  WB-0022-NET-AMT                 PIC S9(00011)V9(00002)
016850                                     COMP-3 VALUE ZERO.
016875 77  WB-0022-PAYEE-OFST-AMT          PIC S9(00011)V9(00002)
016900                                     COMP-3 VALUE ZERO.
016925 77  WB-0022-OFST-AMT                PIC S9(00011)V9(00002)
016950                                     COMP-3 VALUE ZERO.
016975 77  WB-0022-CARRY-AMT               PIC S9(00011)V9(00002)
017000                                     COMP-3 VALUE ZERO.
017100 77  WB-0022-DSBR-AMT                PIC S9(00011)V9(00002)
017200                                     COMP-3 VALUE ZERO.
017300 77  WB-0022-DTL-AMT                 PIC S9(00011)V9(00002)
017400                                     COMP-3 VALUE ZERO.
017500 77  WB-0022-SUB-AMT                 PIC S9(00011)V9(00002)
017600                                     COMP-3 VALUE ZERO.
017700 77  WB-0022-EXP-AMT                 PIC S9(00011)V9(00002)
017800                                     COMP-3 VALUE ZERO.
017900 77  WB-0022-DIFF-AMT                PIC S9(00011)V9(00002)
018000                                     COMP-3 VALUE ZERO.
018100*    ACH FILE CONTROL COUNTS.  THE ENTRY HASH IS THE SUM OF THE
018200*    8-DIGIT RECEIVING ROUTING NUMBERS, RIGHTMOST 10 DIGITS KEPT.
018300 77  WB-0022-ACH-REC-CNT             PIC S9(00009) COMP-3
018400                                     VALUE ZERO.
018500 77  WB-0022-ACH-ENT-CNT             PIC S9(00009) COMP-3
018600                                     VALUE ZERO.
018700 77  WB-0022-ACH-BLK-CNT             PIC S9(00009) COMP-3
018800                                     VALUE ZERO.
018900 77  WB-0022-ACH-PAD-CNT             PIC S9(00004) COMP
019000                                     VALUE ZERO.
019100 77  WB-0022-ACH-HASH                PIC S9(00017) COMP-3
019200                                     VALUE ZERO.
019300 77  WB-0022-ACH-CR-AMT              PIC S9(00011)V9(00002)
019400                                     COMP-3 VALUE ZERO.
019500 77  WB-0022-TRACE-SEQ               PIC 9(00007) VALUE ZERO.
019600 77  WB-0022-ENT-TRAN-CD             PIC X(00002) VALUE SPACES.
019700 77  WB-0022-ENT-AMT                 PIC S9(00009)V9(00002)
019800                                     COMP-3 VALUE ZERO.
019900*****************************************************************
020000*  RECEIVING BANK ROUTING NUMBER.  THE ABA CHECK DIGIT MAKES   *
020100*  THE 3-7-1 WEIGHTED SUM OF THE NINE DIGITS A MULTIPLE OF TEN. *
020200*****************************************************************
020300 01  WB-0022-RTE-AREA.
020400     05  WB-0022-RTE-NUM             PIC X(00009).
020500     05  WB-0022-RTE-PARTS REDEFINES WB-0022-RTE-NUM.
020600         10  WB-0022-RTE-ABA         PIC 9(00008).
020700         10  WB-0022-RTE-CHK-DGT     PIC 9(00001).
020800     05  WB-0022-RTE-DIGITS REDEFINES WB-0022-RTE-NUM.
020900         10  WB-0022-RTE-DGT         PIC 9(00001)
021000                                     OCCURS 9 TIMES.
021100 01  WB-0022-RTE-WEIGHTS.
021200     05  FILLER                      PIC X(00009)
021300                                     VALUE '371371371'.
021400 01  WB-0022-RTE-WGT-TBL REDEFINES WB-0022-RTE-WEIGHTS.
021500     05  WB-0022-RTE-WGT             PIC 9(00001)
021600                                     OCCURS 9 TIMES.
021700*****************************************************************
021800*  PAYMENT-TYPE TIE-OUT - ONE ENTRY PER WV-C0070 TYPE SEEN ON  *
021900*  THE REMITTANCE FILE OR IN THE PDDR0027 BASIS.                *
022000*****************************************************************
022100 01  WB-0022-TYPE-TABLE.
022200     05  WB-0022-TYPE-ENT            OCCURS 20 TIMES.
022300         10  WB-0022-TY-CD           PIC X(00001).
022400         10  WB-0022-TY-BPT-AMT      PIC S9(00011)V9(00002)
022500                                     COMP-3.
022600         10  WB-0022-TY-LESS-AMT     PIC S9(00011)V9(00002)
022700                                     COMP-3.
022800         10  WB-0022-TY-PLUS-AMT     PIC S9(00011)V9(00002)
022900                                     COMP-3.
023000         10  WB-0022-TY-RMT-AMT      PIC S9(00011)V9(00002)
023100                                     COMP-3.
023200 01  WB-0022-TYPE-TOTALS.
023300     05  WB-0022-TOT-BPT-AMT         PIC S9(00011)V9(00002)
023400                                     COMP-3 VALUE ZERO.
023500     05  WB-0022-TOT-LESS-AMT        PIC S9(00011)V9(00002)
023600                                     COMP-3 VALUE ZERO.
023700     05  WB-0022-TOT-PLUS-AMT        PIC S9(00011)V9(00002)
023800                                     COMP-3 VALUE ZERO.
023900     05  WB-0022-TOT-EXP-AMT         PIC S9(00011)V9(00002)
024000                                     COMP-3 VALUE ZERO.
024100     05  WB-0022-TOT-RMT-AMT         PIC S9(00011)V9(00002)
024200                                     COMP-3 VALUE ZERO.
024300     05  WB-0022-TOT-DIFF-AMT        PIC S9(00011)V9(00002)
024400                                     COMP-3 VALUE ZERO.
024500*****************************************************************
024600*  NACHA RECORD LAYOUTS                                         *
024700*****************************************************************
024800 01  WB-0022-ACH-FILE-HDR.
024900     05  FILLER                      PIC X(00001) VALUE '1'.
025000     05  FILLER                      PIC X(00002) VALUE '01'.
025100     05  FILLER                      PIC X(00001) VALUE SPACE.
025200     05  WB-0022-FH-DEST-RTE         PIC X(00009).
025300     05  WB-0022-FH-ORIG-ID          PIC X(00010).
025400     05  WB-0022-FH-CRE-DT.
025500         10  WB-0022-FH-CRE-YY       PIC X(00002).
025600         10  WB-0022-FH-CRE-MM       PIC X(00002).
025700         10  WB-0022-FH-CRE-DD       PIC X(00002).
025800     05  WB-0022-FH-CRE-TM           PIC X(00004).
025900     05  FILLER                      PIC X(00001) VALUE 'A'.
026000     05  FILLER                      PIC X(00003) VALUE '094'.
026100     05  FILLER                      PIC X(00002) VALUE '10'.
026200     05  FILLER                      PIC X(00001) VALUE '1'.
026300     05  WB-0022-FH-DEST-NAM         PIC X(00023).
026400     05  WB-0022-FH-ORIG-NAM         PIC X(00023).
026500     05  FILLER                      PIC X(00008) VALUE SPACES.
026600*    ONE CREDIT BATCH - SERVICE CLASS 220, CORPORATE CCD ENTRIES.
026700 01  WB-0022-ACH-BATCH-HDR.
026800     05  FILLER                      PIC X(00001) VALUE '5'.
026900     05  FILLER                      PIC X(00003) VALUE '220'.
027000     05  WB-0022-BH-CO-NAM           PIC X(00016).
027100     05  FILLER                      PIC X(00020) VALUE SPACES.
027200     05  WB-0022-BH-CO-ID            PIC X(00010).
027300     05  FILLER                      PIC X(00003) VALUE 'CCD'.
027400     05  FILLER                      PIC X(00010)
027500                                     VALUE 'RX PAYMNT '.
027600     05  WB-0022-BH-DESC-DT.
027700         10  WB-0022-BH-DESC-YY      PIC X(00002).
027800         10  WB-0022-BH-DESC-MM      PIC X(00002).
027900         10  WB-0022-BH-DESC-DD      PIC X(00002).
028000     05  WB-0022-BH-EFF-DT.
028100         10  WB-0022-BH-EFF-YY       PIC X(00002).
028200         10  WB-0022-BH-EFF-MM       PIC X(00002).
028300         10  WB-0022-BH-EFF-DD       PIC X(00002).
028400     05  FILLER                      PIC X(00003) VALUE SPACES.
028500     05  FILLER                      PIC X(00001) VALUE '1'.
028600     05  WB-0022-BH-ODFI             PIC X(00008).
028700     05  FILLER                      PIC 9(00007) VALUE 1.
028800*    22/32 = CREDIT TO CHECKING/SAVINGS, 23/33 = ITS PRENOTE.
028900 01  WB-0022-ACH-ENTRY.
029000     05  FILLER                      PIC X(00001) VALUE '6'.
029100     05  WB-0022-EN-TRAN-CD          PIC X(00002).
029200     05  WB-0022-EN-RDFI             PIC X(00008).
029300     05  WB-0022-EN-CHK-DGT          PIC X(00001).
029400     05  WB-0022-EN-ACCT             PIC X(00017).
029500     05  WB-0022-EN-AMT              PIC 9(00008)V9(00002).
029600     05  WB-0022-EN-INDV-ID          PIC X(00015).
029700     05  WB-0022-EN-INDV-NAM         PIC X(00022).
029800     05  FILLER                      PIC X(00002) VALUE SPACES.
029900     05  FILLER                      PIC X(00001) VALUE '0'.
030000     05  WB-0022-EN-TRC-ODFI         PIC X(00008).
030100     05  WB-0022-EN-TRC-SEQ          PIC 9(00007).
030200 01  WB-0022-ACH-BATCH-CTL.
030300     05  FILLER                      PIC X(00001) VALUE '8'.
030400     05  FILLER                      PIC X(00003) VALUE '220'.
030500     05  WB-0022-BC-ENT-CNT          PIC 9(00006).
030600     05  WB-0022-BC-HASH             PIC 9(00010).
030700     05  FILLER                      PIC 9(00012) VALUE ZERO.
030800     05  WB-0022-BC-CR-AMT           PIC 9(00010)V9(00002).
030900     05  WB-0022-BC-CO-ID            PIC X(00010).
031000     05  FILLER                      PIC X(00019) VALUE SPACES.
031100     05  FILLER                      PIC X(00006) VALUE SPACES.
031200     05  WB-0022-BC-ODFI             PIC X(00008).
031300     05  FILLER                      PIC 9(00007) VALUE 1.
031400 01  WB-0022-ACH-FILE-CTL.
031500     05  FILLER                      PIC X(00001) VALUE '9'.
031600     05  FILLER                      PIC 9(00006) VALUE 1.
031700     05  WB-0022-FC-BLK-CNT          PIC 9(00006).
031800     05  WB-0022-FC-ENT-CNT          PIC 9(00008).
031900     05  WB-0022-FC-HASH             PIC 9(00010).
032000     05  FILLER                      PIC 9(00012) VALUE ZERO.
032100     05  WB-0022-FC-CR-AMT           PIC 9(00010)V9(00002).
032200     05  FILLER                      PIC X(00039) VALUE SPACES.
032300 01  WB-0022-ACH-PAD-REC             PIC X(00094) VALUE ALL '9'.
032333*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
032366     COPY WKC90040.
032377*    BUSINESS-DAY ROUTINE - SHARED PDDS9005.
032388     COPY WKC90050.
032400*****************************************************************
032500*  EXEC SQL - SQLCA, HOST VARIABLES AND THE TIE-OUT CURSORS     *
032600*****************************************************************
032700     EXEC SQL INCLUDE SQLCA END-EXEC.
032800     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
032900     COPY CLPBNKTB.
032933     COPY CLPARCTB.
032966     COPY CLPARXTB.
032983     COPY CLPDSBTB.
033000 01  WH-0022-HOST-VARS.
033100     05  WH-0022-CYC-BEG-DT          PIC X(00010).
033200     05  WH-0022-CYC-END-DT          PIC X(00010).
033300     05  WH-0022-CYC-BEG-TS          PIC X(00026).
033400     05  WH-0022-CYC-END-TS          PIC X(00026).
033500     05  WH-0022-RUN-DT              PIC X(00010).
033600     05  WH-0022-RUN-TM              PIC X(00004).
033700     05  WH-0022-NEXT-DT             PIC X(00010).
033800     05  WH-0022-CUTOFF-DT           PIC X(00010).
033900     05  WH-0022-LMT-TX              PIC X(00015).
034000     05  WH-0022-PRENOTE-WAIT        PIC S9(00009) COMP
034100                                     VALUE 6.
034114     05  WH-0022-END-LMT-TX          PIC X(00015).
034128     05  WH-0022-INSTL-MIN-AMT       PIC S9(00009)V9(00002)
034142                                     COMP-3 VALUE 5000.00.
034156     05  WH-0022-INSTL-CNT           PIC S9(00004) COMP
034170                                     VALUE 6.
034184     05  WH-0022-AR-POST-CNT         PIC S9(00009) COMP.
034200     05  WH-0022-PAYEE-ID            PIC X(00015).
034300     05  WH-0022-PAYEE-NAM           PIC X(00030).
034400     05  WH-0022-TY-CD               PIC X(00001).
034500     05  WH-0022-TY-AMT              PIC S9(00011)V9(00002)
034600                                     COMP-3.
034700     EXEC SQL END DECLARE SECTION END-EXEC.
034800*    PDDR0027 BASIS - THE C_BAT_PYMT_TY_TB TOTALS FOR EVERY
034900*    TRANSACTION DAY OF THE CYCLE, BY PAYMENT TYPE.
035000     EXEC SQL
035100         DECLARE CB022A CURSOR FOR
035200         SELECT C_BAT_PYMT_TY_CD, SUM(C_TOT_REIMB_AMT)
035300           FROM C_BAT_PYMT_TY_TB
035400          WHERE C_TXN_DT >= :WH-0022-CYC-BEG-DT
035500            AND C_TXN_DT <= :WH-0022-CYC-END-DT
035600          GROUP BY C_BAT_PYMT_TY_CD
035700     END-EXEC.
035800*    THE REMITTANCE PAYS A PAID CLAIM WHEN ITS SERVICE DATE IS IN
035900*    THE CYCLE AND NO ESCROW OR PEND ROW OWNS IT, OR WHEN PDDR0041
036000*    STAMPED ITS ESCROW OR PEND ROW WITH THIS CYCLE'S END DATE.
036100*    LESS - CLAIMS PAID ON THE CYCLE'S DAYS (KEYED ON THE
036200*    ADJUDICATION AUDIT TIMESTAMP, AS PDDC8000 ADDS THEM TO
036300*    C_BAT_PYMT_TY_TB) THAT THE REMITTANCE DOES NOT PAY.
036316*    A RELEASED MASS ADJUSTMENT REBILL IS PAID HERE WHEN
036332*    PDDR0041 STAMPED ITS C_MASS_ADJ_CLM_TB ROW WITH THIS CYCLE.
036348*    THE BACK END POSTS THE REVERSAL OF THE ORIGINAL WHEN THE
036364*    BATCH IS RELEASED; WHERE THAT IS ON THE CYCLE'S DAYS BUT
036380*    ANOTHER CYCLE PAID IT, IT IS THE SECOND LEG HERE.
036390*    AN OVERTURNED APPEAL'S REPROCESSED CLAIM IS PAID HERE
036395*    WHEN PDDR0041 STAMPED ITS C_APPEAL_CASE_TB ROW.
036400     EXEC SQL
036500         DECLARE CB022L CURSOR FOR
036600         SELECT COALESCE(A.C_BAT_PYMT_TY_CD, 'M'),
036700                SUM(A.C_TOT_REIMB_AMT)
036800           FROM C_LI_DRUG_TB A
036900          WHERE A.G_AUD_TS     >= :WH-0022-CYC-BEG-TS
037000            AND A.G_AUD_TS     <= :WH-0022-CYC-END-TS
037100            AND A.C_HDR_STAT_CD = 'P'
037200            AND NOT
037300               ((A.C_HDR_SVC_FST_DT >= :WH-0022-CYC-BEG-DT
037400             AND A.C_HDR_SVC_FST_DT <= :WH-0022-CYC-END-DT
037500             AND NOT EXISTS
037600                 (SELECT 1
037700                    FROM C_PAY_ESCROW_TB E
037800                   WHERE E.C_TCN_NUM = A.C_TCN_NUM)
037900             AND NOT EXISTS
038000                 (SELECT 1
038100                    FROM C_CLM_PEND_TB Q
038200                   WHERE Q.C_TCN_NUM = A.C_TCN_NUM))
038300              OR EXISTS
038400                 (SELECT 1
038500                    FROM C_PAY_ESCROW_TB E
038600                   WHERE E.C_TCN_NUM = A.C_TCN_NUM
038700                     AND E.C_DSBR_CYC_END_DT =
038800                         :WH-0022-CYC-END-DT)
038900              OR EXISTS
039000                 (SELECT 1
039100                    FROM C_CLM_PEND_TB Q
039200                   WHERE Q.C_TCN_NUM = A.C_TCN_NUM
039300                     AND Q.C_DSBR_CYC_END_DT =
039314                         :WH-0022-CYC-END-DT)
039328              OR EXISTS
039342                 (SELECT 1
039356                    FROM C_MASS_ADJ_CLM_TB M
039370                   WHERE M.C_NEW_TCN_NUM = A.C_TCN_NUM
039384                     AND M.C_DSBR_CYC_END_DT =
039392                         :WH-0022-CYC-END-DT)
039394              OR EXISTS
039396                 (SELECT 1
039397                    FROM C_APPEAL_CASE_TB C
039398                   WHERE C.C_REPRC_TCN_NUM = A.C_TCN_NUM
039399                     AND C.C_DSBR_CYC_END_DT =
039400                         :WH-0022-CYC-END-DT))
039500          GROUP BY COALESCE(A.C_BAT_PYMT_TY_CD, 'M')
039510         UNION ALL
039520         SELECT M.C_BAT_PYMT_TY_CD,
039530                SUM(0 - M.C_ORIG_PAID_AMT)
039540           FROM C_MASS_ADJ_CLM_TB M
039550          WHERE M.C_RLSE_TS      >= :WH-0022-CYC-BEG-TS
039560            AND M.C_RLSE_TS      <= :WH-0022-CYC-END-TS
039570            AND M.C_RVRS_DSBR_IND = 'Y'
039580            AND M.C_DSBR_CYC_END_DT <> :WH-0022-CYC-END-DT
039590          GROUP BY M.C_BAT_PYMT_TY_CD
039600     END-EXEC.
039700*    PLUS - CLAIMS THE REMITTANCE PAYS THAT WERE ADJUDICATED
039800*    BEFORE OR AFTER THE CYCLE'S DAYS.
039833*    SO ARE MASS ADJUSTMENT REVERSALS THIS CYCLE PAID THAT
039866*    WERE RELEASED ON OTHER DAYS (SECOND LEG).
039900     EXEC SQL
040000         DECLARE CB022P CURSOR FOR
040100         SELECT COALESCE(A.C_BAT_PYMT_TY_CD, 'M'),
040200                SUM(A.C_TOT_REIMB_AMT)
040300           FROM C_LI_DRUG_TB A
040400          WHERE (A.G_AUD_TS    < :WH-0022-CYC-BEG-TS
040500              OR A.G_AUD_TS    > :WH-0022-CYC-END-TS)
040600            AND A.C_HDR_STAT_CD = 'P'
040700            AND ((A.C_HDR_SVC_FST_DT >= :WH-0022-CYC-BEG-DT
040800             AND A.C_HDR_SVC_FST_DT <= :WH-0022-CYC-END-DT
040900             AND NOT EXISTS
041000                 (SELECT 1
041100                    FROM C_PAY_ESCROW_TB E
041200                   WHERE E.C_TCN_NUM = A.C_TCN_NUM)
041300             AND NOT EXISTS
041400                 (SELECT 1
041500                    FROM C_CLM_PEND_TB Q
041600                   WHERE Q.C_TCN_NUM = A.C_TCN_NUM))
041700              OR EXISTS
041800                 (SELECT 1
041900                    FROM C_PAY_ESCROW_TB E
042000                   WHERE E.C_TCN_NUM = A.C_TCN_NUM
042100                     AND E.C_DSBR_CYC_END_DT =
042200                         :WH-0022-CYC-END-DT)
042300              OR EXISTS
042400                 (SELECT 1
042500                    FROM C_CLM_PEND_TB Q
042600                   WHERE Q.C_TCN_NUM = A.C_TCN_NUM
042700                     AND Q.C_DSBR_CYC_END_DT =
042714                         :WH-0022-CYC-END-DT)
042728              OR EXISTS
042742                 (SELECT 1
042756                    FROM C_MASS_ADJ_CLM_TB M
042770                   WHERE M.C_NEW_TCN_NUM = A.C_TCN_NUM
042784                     AND M.C_DSBR_CYC_END_DT =
042790                         :WH-0022-CYC-END-DT)
042792              OR EXISTS
042794                 (SELECT 1
042796                    FROM C_APPEAL_CASE_TB C
042797                   WHERE C.C_REPRC_TCN_NUM = A.C_TCN_NUM
042798                     AND C.C_DSBR_CYC_END_DT =
042800                         :WH-0022-CYC-END-DT))
042900          GROUP BY COALESCE(A.C_BAT_PYMT_TY_CD, 'M')
042910         UNION ALL
042920         SELECT M.C_BAT_PYMT_TY_CD,
042930                SUM(0 - M.C_ORIG_PAID_AMT)
042940           FROM C_MASS_ADJ_CLM_TB M
042950          WHERE M.C_DSBR_CYC_END_DT = :WH-0022-CYC-END-DT
042960            AND M.C_RVRS_DSBR_IND   = 'Y'
042970            AND (M.C_RLSE_TS        < :WH-0022-CYC-BEG-TS
042980              OR M.C_RLSE_TS        > :WH-0022-CYC-END-TS)
042990          GROUP BY M.C_BAT_PYMT_TY_CD
043000     END-EXEC.
043009*    THE PAYEE'S OPEN RECEIVABLES, OLDEST FIRST.
043018     EXEC SQL
043027         DECLARE CB022R CURSOR FOR
043036         SELECT C_AR_NUM, C_BAL_AMT, C_INSTL_AMT
043045           FROM C_PROV_AR_TB
043054          WHERE C_PAYEE_ID    = :WH-0022-PAYEE-ID
043063            AND C_AR_STAT_CD IN ('O', 'I')
043072            AND C_BAL_AMT     > 0
043081          ORDER BY C_OPEN_DT, C_AR_NUM
043090     END-EXEC.
043100*****************************************************************
043200*  REPORT LINE LAYOUTS                                         *
043300*****************************************************************
043400 01  RL-0022-HDG1.
043500     05  FILLER                      PIC X(00001) VALUE SPACE.
043600     05  FILLER                      PIC X(00050) VALUE
043700         'PDDB0022 - PROVIDER PAYMENT DISBURSEMENT'.
043800     05  FILLER                      PIC X(00006) VALUE 'CYCLE '.
043900     05  RL-0022-H1-BEG              PIC X(00010).
044000     05  FILLER                      PIC X(00003) VALUE ' - '.
044100     05  RL-0022-H1-END              PIC X(00010).
044200     05  FILLER                      PIC X(00007) VALUE '   RUN '.
044300     05  RL-0022-H1-RUN              PIC X(00010).
044400 01  RL-0022-HDG2.
044500     05  FILLER                      PIC X(00001) VALUE SPACE.
044600     05  FILLER                      PIC X(00050) VALUE
044700         'ACH SETTLEMENT AND CHECK DATE'.
044800     05  RL-0022-H2-EFF              PIC X(00010).
044900     05  FILLER                      PIC X(00021)
045000                             VALUE ' PRENOTE WAIT BUS DYS'.
045100     05  RL-0022-H2-WAIT             PIC ZZZZ9.
045111 01  RL-0022-HDG2A.
045122     05  FILLER                      PIC X(00001) VALUE SPACE.
045133     05  FILLER                      PIC X(00050) VALUE
045144         'RECEIVABLES RECOUPED IN INSTALLMENTS AT OR OVER'.
045155     05  RL-0022-H2-INSTL-MIN        PIC ZZZ,ZZZ,ZZ9.99.
045166     05  FILLER                      PIC X(00004) VALUE ' IN '.
045177     05  RL-0022-H2-INSTL-CNT        PIC ZZZ9.
045188     05  FILLER                      PIC X(00007) VALUE ' CYCLES'.
045200 01  RL-0022-HDG3.
045300     05  FILLER                      PIC X(00001) VALUE SPACE.
045400     05  FILLER                      PIC X(00050) VALUE
045500         'PAYMENT-TYPE TIE-OUT TO PDDR0027'.
045600 01  RL-0022-HDG4.
045700     05  FILLER                      PIC X(00001) VALUE SPACE.
045800     05  FILLER                      PIC X(00051) VALUE
045900         'TYPE   PDDR0027 BASIS    LESS NOT PAID  PLUS OTHER '.
046000     05  FILLER                      PIC X(00045) VALUE
046100         'DAYS         EXPECTED         REMITTED       '.
046200     05  FILLER                      PIC X(00010) VALUE
046300         'DIFFERENCE'.
046400 01  RL-0022-TIE-LINE.
046500     05  FILLER                      PIC X(00003) VALUE SPACES.
046600     05  RL-0022-T-TY                PIC X(00005).
046700     05  RL-0022-T-BPT               PIC ZZZ,ZZZ,ZZ9.99-.
046800     05  FILLER                      PIC X(00002) VALUE SPACES.
046900     05  RL-0022-T-LESS              PIC ZZZ,ZZZ,ZZ9.99-.
047000     05  FILLER                      PIC X(00002) VALUE SPACES.
047100     05  RL-0022-T-PLUS              PIC ZZZ,ZZZ,ZZ9.99-.
047200     05  FILLER                      PIC X(00002) VALUE SPACES.
047300     05  RL-0022-T-EXP               PIC ZZZ,ZZZ,ZZ9.99-.
047400     05  FILLER                      PIC X(00002) VALUE SPACES.
047500     05  RL-0022-T-RMT               PIC ZZZ,ZZZ,ZZ9.99-.
047600     05  FILLER                      PIC X(00002) VALUE SPACES.
047700     05  RL-0022-T-DIFF              PIC ZZZ,ZZZ,ZZ9.99-.
047800     05  FILLER                      PIC X(00002) VALUE SPACES.
047900     05  RL-0022-T-FLAG              PIC X(00007).
048000 01  RL-0022-MSG-TIED.
048100     05  FILLER                      PIC X(00001) VALUE SPACE.
048200     05  FILLER                      PIC X(00046) VALUE
048300         'CONTROL TOTALS TIE TO PDDR0027 TO THE PENNY - '.
048400     05  FILLER                      PIC X(00030) VALUE
048500         'ACH AND CHECK FILES RELEASED'.
048600 01  RL-0022-MSG-OFF.
048700     05  FILLER                      PIC X(00001) VALUE SPACE.
048800     05  FILLER                      PIC X(00048) VALUE
048900         '*** CONTROL TOTALS DO NOT TIE - NOTHING RELEASED'.
049000     05  FILLER                      PIC X(00048) VALUE
049100         ' - ACH AND CHECK FILES LEFT EMPTY, RC 12 ***'.
049200 01  RL-0022-MSG-FOOT.
049300     05  FILLER                      PIC X(00001) VALUE SPACE.
049400     05  FILLER                      PIC X(00048) VALUE
049500         '*** REMITTANCE DETAIL RECORDS DO NOT FOOT TO ITS'.
049600     05  FILLER                      PIC X(00030) VALUE
049700         ' PAYEE SUBTOTAL RECORDS ***'.
049800 01  RL-0022-HDG5.
049900     05  FILLER                      PIC X(00001) VALUE SPACE.
049971     05  FILLER                      PIC X(00048) VALUE
050042         'PAYEE            NAME                           '.
050113     05  FILLER                      PIC X(00043) VALUE
050184         'NET CYCLE       AR OFFSET            PAID  '.
050255     05  FILLER                      PIC X(00024) VALUE
050326         'METHOD    CHECK NO  NOTE'.
050400 01  RL-0022-PAYEE-LINE.
050500     05  FILLER                      PIC X(00001) VALUE SPACE.
050600     05  RL-0022-D-PAYEE             PIC X(00015).
050700     05  FILLER                      PIC X(00002) VALUE SPACES.
050722     05  RL-0022-D-NAM               PIC X(00024).
050744     05  FILLER                      PIC X(00002) VALUE SPACES.
050766     05  RL-0022-D-NET               PIC ZZ,ZZZ,ZZ9.99-.
050788     05  FILLER                      PIC X(00002) VALUE SPACES.
050810     05  RL-0022-D-OFST              PIC ZZ,ZZZ,ZZ9.99-
050832                                     BLANK WHEN ZERO.
050854     05  FILLER                      PIC X(00002) VALUE SPACES.
050876     05  RL-0022-D-AMT               PIC ZZ,ZZZ,ZZ9.99-.
050900     05  FILLER                      PIC X(00002) VALUE SPACES.
051000     05  RL-0022-D-MTHD              PIC X(00008).
051300     05  FILLER                      PIC X(00002) VALUE SPACES.
051400     05  RL-0022-D-CHK               PIC Z(00007)9
051500                                     BLANK WHEN ZERO.
051600     05  FILLER                      PIC X(00002) VALUE SPACES.
051700     05  RL-0022-D-NOTE              PIC X(00020).
051800 01  RL-0022-SUM-LINE.
051900     05  FILLER                      PIC X(00001) VALUE SPACE.
052000     05  RL-0022-S-LABEL             PIC X(00036).
052100     05  RL-0022-S-CNT               PIC ZZZ,ZZZ,ZZ9.
052200     05  FILLER                      PIC X(00002) VALUE SPACES.
052300     05  RL-0022-S-AMT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
052400*****************************************************************
052500*  PROCEDURE DIVISION                                          *
052600*****************************************************************
052700 PROCEDURE DIVISION.
052800 0000-MAINLINE.
052900     PERFORM 1000-INITIALIZE
053000         THRU 1000-INITIALIZE-EXIT.
053100     PERFORM 2000-RECONCILE
053200         THRU 2000-RECONCILE-EXIT.
053300     IF WB-0022-TIED
053400         PERFORM 3000-DISBURSE
053500             THRU 3000-DISBURSE-EXIT
053600     END-IF.
053700     PERFORM 8000-FINALIZE
053800         THRU 8000-FINALIZE-EXIT.
053900     GOBACK.
054000*****************************************************************
054100*    1000-INITIALIZE - CYCLE AND ORIGINATOR CARDS, RUN DATES,   *
054200*    PRENOTE WAIT, HEADINGS.  THE ACH AND CHECK FILES ARE       *
054300*    OPENED HERE SO A RUN THAT DOES NOT TIE LEAVES THEM EMPTY.  *
054400*****************************************************************
054500 1000-INITIALIZE.
054511     MOVE 'PDDB0022'             TO WK-9004-PGM-ID.
054522     MOVE SPACES                 TO WK-9004-OVRD-DT.
054533     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
054544     IF WK-9004-NO-BUS-DT
054555         DISPLAY 'PDDB0022 - NO BUSINESS PROCESSING DATE'
054566         MOVE 16 TO RETURN-CODE
054577         GOBACK
054588     END-IF.
054600     OPEN INPUT  REMTPARM-FILE DSBRPARM-FILE.
054700     OPEN OUTPUT ACHOUT-FILE CHKREG-FILE RPTB022-FILE.
054800     READ REMTPARM-FILE
054900         AT END
055050             MOVE SPACES TO RP-PARM-REC
055200     END-READ.
055300     READ DSBRPARM-FILE
055400         AT END
055500             DISPLAY 'PDDB0022 - MISSING DSBRPARM ORIGINATOR CARD'
055600             GO TO 1900-BAD-CARD
055700     END-READ.
055800     IF DP-ODFI-RTE-NUM NOT NUMERIC
055900        OR DP-CO-ID = SPACES
056000        OR DP-FST-CHK-NUM NOT NUMERIC
056100         DISPLAY 'PDDB0022 - INVALID DSBRPARM ORIGINATOR CARD'
056200         GO TO 1900-BAD-CARD
056205     END-IF.
056210*    NO CYCLE CARD - THE CYCLE RUNS FROM THE DAY AFTER THE
056215*    PRIOR BUSINESS DATE THROUGH THE BUSINESS PROCESSING DATE.
056220     IF RP-CYC-BEG-DT = SPACES
056225         MOVE WK-9004-PRIOR-BUS-DT TO WH-0022-CYC-BEG-DT
056230         EXEC SQL
056235             SELECT TO_CHAR(TO_DATE(:WH-0022-CYC-BEG-DT,
056240                                    'YYYY-MM-DD') + 1,
056245                            'YYYY-MM-DD')
056250               INTO :WH-0022-CYC-BEG-DT
056255               FROM DUAL
056260         END-EXEC
056265         IF SQLCODE NOT = 0
056270             GO TO 9999-SQL-ERROR
056275         END-IF
056280         MOVE WH-0022-CYC-BEG-DT TO RP-CYC-BEG-DT
056285         MOVE WK-9004-BUS-DT     TO RP-CYC-END-DT
056300     END-IF.
056400     MOVE RP-CYC-BEG-DT          TO WH-0022-CYC-BEG-DT
056500                                    RL-0022-H1-BEG.
056600     MOVE RP-CYC-END-DT          TO WH-0022-CYC-END-DT
056700                                    RL-0022-H1-END.
056800     MOVE SPACES TO WH-0022-CYC-BEG-TS WH-0022-CYC-END-TS.
056900     STRING WH-0022-CYC-BEG-DT '-00.00.00.000000'
057000         DELIMITED BY SIZE INTO WH-0022-CYC-BEG-TS.
057100     STRING WH-0022-CYC-END-DT '-23.59.59.999999'
057200         DELIMITED BY SIZE INTO WH-0022-CYC-END-TS.
057300     MOVE DP-FST-CHK-NUM         TO WB-0022-CHK-NUM.
057400*    PRENOTE WAIT IN BUSINESS DAYS - LIST 7530, DEFAULT 6.
057500     EXEC SQL
057600         SELECT G_LIST_STRT_LMT
057700           INTO :WH-0022-LMT-TX
057800           FROM G_LIST_DTL_TB
057900          WHERE G_LIST_SUBSYS_CD = 'C'
058000            AND G_LIST_NUM       = '7530'
058100            AND ROWNUM = 1
058200     END-EXEC.
058300     IF SQLCODE = 0
058400         IF WH-0022-LMT-TX (1:1) NUMERIC
058500             COMPUTE WH-0022-PRENOTE-WAIT =
058600                 FUNCTION NUMVAL (WH-0022-LMT-TX)
058700         END-IF
058800     END-IF.
058802*    RECEIVABLE INSTALLMENTS - LIST 7531, START LIMIT THE
058804*    BALANCE THAT GOES ON A SCHEDULE (DEFAULT 5000.00), END
058806*    LIMIT THE NUMBER OF CYCLES TO RECOUP IT IN (DEFAULT 6).
058808     EXEC SQL
058810         SELECT G_LIST_STRT_LMT, G_LIST_END_LMT
058812           INTO :WH-0022-LMT-TX, :WH-0022-END-LMT-TX
058814           FROM G_LIST_DTL_TB
058816          WHERE G_LIST_SUBSYS_CD = 'C'
058818            AND G_LIST_NUM       = '7531'
058820            AND ROWNUM = 1
058822     END-EXEC.
058824     IF SQLCODE = 0
058826         IF WH-0022-LMT-TX (1:1) NUMERIC
058828             COMPUTE WH-0022-INSTL-MIN-AMT =
058830                 FUNCTION NUMVAL (WH-0022-LMT-TX)
058832         END-IF
058834         IF WH-0022-END-LMT-TX (1:1) NUMERIC
058836             COMPUTE WH-0022-INSTL-CNT =
058838                 FUNCTION NUMVAL (WH-0022-END-LMT-TX)
058840         END-IF
058842     END-IF.
058844*    A CYCLE ALREADY DISBURSED HAS POSTED ITS RECEIVABLE
058846*    OFFSETS AND CARRIES - RUNNING IT AGAIN WOULD POST THEM
058848*    TWICE.
058850     EXEC SQL
058852         SELECT COUNT(*)
058854           INTO :WH-0022-AR-POST-CNT
058856           FROM C_PROV_AR_TXN_TB
058858          WHERE C_CYC_END_DT = :WH-0022-CYC-END-DT
058860            AND C_USER_ID    = 'PDDB0022'
058862     END-EXEC.
058864     IF SQLCODE NOT = 0
058866         GO TO 9999-SQL-ERROR
058868     END-IF.
058870     IF WH-0022-AR-POST-CNT > ZERO
058872         DISPLAY 'PDDB0022 - CYCLE ALREADY DISBURSED '
058874                 WH-0022-CYC-END-DT
058876         GO TO 1900-BAD-CARD
058878     END-IF.
058889     MOVE WK-9004-BUS-DT         TO WH-0022-RUN-DT.
058900     EXEC SQL
059166         SELECT TO_CHAR(CURRENT_DATE,'HH24MI')
059432           INTO :WH-0022-RUN-TM
059700           FROM DUAL
059800     END-EXEC.
059900     IF SQLCODE NOT = 0
060000         GO TO 9999-SQL-ERROR
060100     END-IF.
060111*    NEXT BUSINESS DAY, AND THE PRENOTE CUTOFF THE WAIT IN
060122*    BUSINESS DAYS BEFORE THE RUN DATE.
060133     SET WK-9005-ADD-BUS-DAYS    TO TRUE.
060144     MOVE WH-0022-RUN-DT         TO WK-9005-FROM-DT.
060155     MOVE 1                      TO WK-9005-DAY-CNT.
060166     PERFORM 1950-CALL-9005
060177         THRU 1950-CALL-9005-EXIT.
060188     MOVE WK-9005-RESULT-DT      TO WH-0022-NEXT-DT.
060199     SET WK-9005-ADD-BUS-DAYS    TO TRUE.
060210     MOVE WH-0022-RUN-DT         TO WK-9005-FROM-DT.
060221     COMPUTE WK-9005-DAY-CNT = 0 - WH-0022-PRENOTE-WAIT.
060232     PERFORM 1950-CALL-9005
060243         THRU 1950-CALL-9005-EXIT.
060254     MOVE WK-9005-RESULT-DT      TO WH-0022-CUTOFF-DT.
060265*    SETTLEMENT DATE - THE CARD'S, ELSE THE NEXT BUSINESS DAY.
060276*    A CARD DATE MUST ITSELF BE A BUSINESS DAY.
060300     IF DP-EFF-DT = SPACES
060400         MOVE WH-0022-NEXT-DT    TO WB-0022-EFF-DT
060500     ELSE
060510         SET WK-9005-IS-BUS-DAY  TO TRUE
060520         MOVE DP-EFF-DT          TO WK-9005-FROM-DT
060530         CALL 'PDDS9005' USING WK-9005-CALL-PARMS
060540         IF NOT WK-9005-OK
060550            OR NOT WK-9005-BUSINESS-DAY
060560             DISPLAY 'PDDB0022 - SETTLEMENT NOT A BUSINESS DAY '
060570                     DP-EFF-DT
060580             GO TO 1900-BAD-CARD
060590         END-IF
060600         MOVE DP-EFF-DT          TO WB-0022-EFF-DT
060700     END-IF.
060800     MOVE WH-0022-RUN-DT         TO RL-0022-H1-RUN.
060900     MOVE WB-0022-EFF-DT         TO RL-0022-H2-EFF.
061000     MOVE WH-0022-PRENOTE-WAIT   TO RL-0022-H2-WAIT.
061033     MOVE WH-0022-INSTL-MIN-AMT  TO RL-0022-H2-INSTL-MIN.
061066     MOVE WH-0022-INSTL-CNT      TO RL-0022-H2-INSTL-CNT.
061100     WRITE RPTB022-REC FROM RL-0022-HDG1
061200         BEFORE ADVANCING TO-NEW-PAGE.
061300     WRITE RPTB022-REC FROM RL-0022-HDG2
061333         AFTER ADVANCING 1 LINE.
061366     WRITE RPTB022-REC FROM RL-0022-HDG2A
061400         AFTER ADVANCING 1 LINE.
061500 1000-INITIALIZE-EXIT.
061600     EXIT.
061700*****************************************************************
061800*    1900-BAD-CARD - CONTROL CARD MISSING OR INVALID            *
061900*****************************************************************
062000 1900-BAD-CARD.
062100     MOVE 16 TO RETURN-CODE.
062200     CLOSE REMTPARM-FILE DSBRPARM-FILE ACHOUT-FILE CHKREG-FILE
062300           RPTB022-FILE.
062400     GOBACK.
062407*****************************************************************
062414*    1950-CALL-9005 - BUSINESS-DAY ARITHMETIC; A CALENDAR THAT   *
062421*    CANNOT BE READ ENDS THE STEP                                *
062428*****************************************************************
062435 1950-CALL-9005.
062442     CALL 'PDDS9005' USING WK-9005-CALL-PARMS.
062449     IF NOT WK-9005-OK
062456         DISPLAY 'PDDB0022 - PDDS9005 REPLY ' WK-9005-REPLY-CD
062463                 ' SQLCODE ' WK-9005-SQLCODE
062470         GO TO 9999-ABEND
062477     END-IF.
062484 1950-CALL-9005-EXIT.
062491     EXIT.
062500*****************************************************************
062600*    2000-RECONCILE - TOTAL THE REMITTANCE FILE BY TYPE, BRING  *
062700*    IN THE PDDR0027 BASIS AND ITS BRIDGE, PRINT THE TIE-OUT    *
062800*****************************************************************
062900 2000-RECONCILE.
063000     OPEN INPUT REMTDTL-FILE.
063100     MOVE 'Y'                    TO WB-0022-DTL-OPEN-SW.
063200     MOVE 'N'                    TO WB-0022-EOF-SW.
063300     PERFORM 2100-READ-SUBTOTAL
063400         THRU 2100-READ-SUBTOTAL-EXIT
063500         UNTIL WB-0022-EOF.
063600     CLOSE REMTDTL-FILE.
063700     MOVE 'N'                    TO WB-0022-DTL-OPEN-SW.
063800     EXEC SQL
063900         OPEN CB022A
064000     END-EXEC.
064100     IF SQLCODE NOT = 0
064200         GO TO 9999-SQL-ERROR
064300     END-IF.
064400     MOVE 'N'                    TO WB-0022-EOF-SW.
064500     PERFORM 2200-FETCH-BASIS
064600         THRU 2200-FETCH-BASIS-EXIT
064700         UNTIL WB-0022-EOF.
064800     EXEC SQL
064900         CLOSE CB022A
065000     END-EXEC.
065100     EXEC SQL
065200         OPEN CB022L
065300     END-EXEC.
065400     IF SQLCODE NOT = 0
065500         GO TO 9999-SQL-ERROR
065600     END-IF.
065700     MOVE 'N'                    TO WB-0022-EOF-SW.
065800     PERFORM 2300-FETCH-LESS
065900         THRU 2300-FETCH-LESS-EXIT
066000         UNTIL WB-0022-EOF.
066100     EXEC SQL
066200         CLOSE CB022L
066300     END-EXEC.
066400     EXEC SQL
066500         OPEN CB022P
066600     END-EXEC.
066700     IF SQLCODE NOT = 0
066800         GO TO 9999-SQL-ERROR
066900     END-IF.
067000     MOVE 'N'                    TO WB-0022-EOF-SW.
067100     PERFORM 2400-FETCH-PLUS
067200         THRU 2400-FETCH-PLUS-EXIT
067300         UNTIL WB-0022-EOF.
067400     EXEC SQL
067500         CLOSE CB022P
067600     END-EXEC.
067700     WRITE RPTB022-REC FROM RL-0022-HDG3
067800         AFTER ADVANCING 2 LINES.
067900     WRITE RPTB022-REC FROM RL-0022-HDG4
068000         AFTER ADVANCING 2 LINES.
068100     PERFORM 2500-TIE-ONE-TYPE
068200         THRU 2500-TIE-ONE-TYPE-EXIT
068300         VARYING WB-0022-TY-SUB FROM 1 BY 1
068400         UNTIL WB-0022-TY-SUB > WB-0022-TY-CNT.
068500     MOVE 'TOTAL'                TO RL-0022-T-TY.
068600     MOVE WB-0022-TOT-BPT-AMT    TO RL-0022-T-BPT.
068700     MOVE WB-0022-TOT-LESS-AMT   TO RL-0022-T-LESS.
068800     MOVE WB-0022-TOT-PLUS-AMT   TO RL-0022-T-PLUS.
068900     MOVE WB-0022-TOT-EXP-AMT    TO RL-0022-T-EXP.
069000     MOVE WB-0022-TOT-RMT-AMT    TO RL-0022-T-RMT.
069100     MOVE WB-0022-TOT-DIFF-AMT   TO RL-0022-T-DIFF.
069200     MOVE SPACES                 TO RL-0022-T-FLAG.
069300     IF WB-0022-TOT-DIFF-AMT NOT = ZERO
069400         MOVE '*** OFF'          TO RL-0022-T-FLAG
069500     END-IF.
069600     WRITE RPTB022-REC FROM RL-0022-TIE-LINE
069700         AFTER ADVANCING 2 LINES.
069800*    THE FILE MUST ALSO FOOT - ITS DETAIL RECORDS TO ITS PAYEE
069900*    SUBTOTAL RECORDS, WHICH ARE WHAT GETS PAID.
070000     IF WB-0022-DTL-AMT NOT = WB-0022-SUB-AMT
070100         MOVE 'N'                TO WB-0022-TIE-SW
070200         WRITE RPTB022-REC FROM RL-0022-MSG-FOOT
070300             AFTER ADVANCING 2 LINES
070400     END-IF.
070500     IF WB-0022-TIED
070600         WRITE RPTB022-REC FROM RL-0022-MSG-TIED
070700             AFTER ADVANCING 2 LINES
070800     ELSE
070900         WRITE RPTB022-REC FROM RL-0022-MSG-OFF
071000             AFTER ADVANCING 2 LINES
071100     END-IF.
071200 2000-RECONCILE-EXIT.
071300     EXIT.
071400*****************************************************************
071500*    2100-READ-SUBTOTAL - FOOT THE DETAIL, TOTAL THE PAYEE      *
071600*    SUBTOTAL RECORDS BY PAYMENT TYPE                           *
071700*****************************************************************
071800 2100-READ-SUBTOTAL.
071900     READ REMTDTL-FILE
072000         AT END
072100             SET WB-0022-EOF TO TRUE
072200             GO TO 2100-READ-SUBTOTAL-EXIT
072300     END-READ.
072400     IF RD-REC-TY-CD NOT = 'S'
072500         ADD RD-PAID-AMT         TO WB-0022-DTL-AMT
072600         GO TO 2100-READ-SUBTOTAL-EXIT
072700     END-IF.
072800     ADD RD-PAID-AMT             TO WB-0022-SUB-AMT.
072900     MOVE RD-PYMT-TY-CD          TO WB-0022-LOOK-TY.
073000     PERFORM 2900-FIND-TYPE
073100         THRU 2900-FIND-TYPE-EXIT.
073200     ADD RD-PAID-AMT TO WB-0022-TY-RMT-AMT (WB-0022-TY-SUB).
073300 2100-READ-SUBTOTAL-EXIT.
073400     EXIT.
073500*****************************************************************
073600*    2200-FETCH-BASIS - PDDR0027 TOTAL FOR ONE TYPE             *
073700*****************************************************************
073800 2200-FETCH-BASIS.
073900     EXEC SQL
074000         FETCH CB022A
074100         INTO :WH-0022-TY-CD, :WH-0022-TY-AMT
074200     END-EXEC.
074300     IF SQLCODE = 100
074400         SET WB-0022-EOF TO TRUE
074500         GO TO 2200-FETCH-BASIS-EXIT
074600     END-IF.
074700     IF SQLCODE NOT = 0
074800         GO TO 9999-SQL-ERROR
074900     END-IF.
075000     MOVE WH-0022-TY-CD          TO WB-0022-LOOK-TY.
075100     PERFORM 2900-FIND-TYPE
075200         THRU 2900-FIND-TYPE-EXIT.
075300     ADD WH-0022-TY-AMT TO WB-0022-TY-BPT-AMT (WB-0022-TY-SUB).
075400 2200-FETCH-BASIS-EXIT.
075500     EXIT.
075600*****************************************************************
075700*    2300-FETCH-LESS - PAID ON THE CYCLE'S DAYS, NOT PAID HERE  *
075800*****************************************************************
075900 2300-FETCH-LESS.
076000     EXEC SQL
076100         FETCH CB022L
076200         INTO :WH-0022-TY-CD, :WH-0022-TY-AMT
076300     END-EXEC.
076400     IF SQLCODE = 100
076500         SET WB-0022-EOF TO TRUE
076600         GO TO 2300-FETCH-LESS-EXIT
076700     END-IF.
076800     IF SQLCODE NOT = 0
076900         GO TO 9999-SQL-ERROR
077000     END-IF.
077100     MOVE WH-0022-TY-CD          TO WB-0022-LOOK-TY.
077200     PERFORM 2900-FIND-TYPE
077300         THRU 2900-FIND-TYPE-EXIT.
077400     ADD WH-0022-TY-AMT TO WB-0022-TY-LESS-AMT (WB-0022-TY-SUB).
077500 2300-FETCH-LESS-EXIT.
077600     EXIT.
077700*****************************************************************
077800*    2400-FETCH-PLUS - PAID HERE, ADJUDICATED ON OTHER DAYS     *
077900*****************************************************************
078000 2400-FETCH-PLUS.
078100     EXEC SQL
078200         FETCH CB022P
078300         INTO :WH-0022-TY-CD, :WH-0022-TY-AMT
078400     END-EXEC.
078500     IF SQLCODE = 100
078600         SET WB-0022-EOF TO TRUE
078700         GO TO 2400-FETCH-PLUS-EXIT
078800     END-IF.
078900     IF SQLCODE NOT = 0
079000         GO TO 9999-SQL-ERROR
079100     END-IF.
079200     MOVE WH-0022-TY-CD          TO WB-0022-LOOK-TY.
079300     PERFORM 2900-FIND-TYPE
079400         THRU 2900-FIND-TYPE-EXIT.
079500     ADD WH-0022-TY-AMT TO WB-0022-TY-PLUS-AMT (WB-0022-TY-SUB).
079600 2400-FETCH-PLUS-EXIT.
079700     EXIT.
079800*****************************************************************
079900*    2500-TIE-ONE-TYPE - EXPECTED = BASIS - LESS + PLUS; THE    *
080000*    REMITTANCE MUST EQUAL IT TO THE PENNY                      *
080100*****************************************************************
080200 2500-TIE-ONE-TYPE.
080300     COMPUTE WB-0022-EXP-AMT =
080400             WB-0022-TY-BPT-AMT (WB-0022-TY-SUB)
080500           - WB-0022-TY-LESS-AMT (WB-0022-TY-SUB)
080600           + WB-0022-TY-PLUS-AMT (WB-0022-TY-SUB).
080700     COMPUTE WB-0022-DIFF-AMT =
080800             WB-0022-TY-RMT-AMT (WB-0022-TY-SUB)
080900           - WB-0022-EXP-AMT.
081000     ADD WB-0022-TY-BPT-AMT (WB-0022-TY-SUB)
081100                                 TO WB-0022-TOT-BPT-AMT.
081200     ADD WB-0022-TY-LESS-AMT (WB-0022-TY-SUB)
081300                                 TO WB-0022-TOT-LESS-AMT.
081400     ADD WB-0022-TY-PLUS-AMT (WB-0022-TY-SUB)
081500                                 TO WB-0022-TOT-PLUS-AMT.
081600     ADD WB-0022-TY-RMT-AMT (WB-0022-TY-SUB)
081700                                 TO WB-0022-TOT-RMT-AMT.
081800     ADD WB-0022-EXP-AMT         TO WB-0022-TOT-EXP-AMT.
081900     ADD WB-0022-DIFF-AMT        TO WB-0022-TOT-DIFF-AMT.
082000     MOVE WB-0022-TY-CD (WB-0022-TY-SUB)
082100                                 TO RL-0022-T-TY.
082200     MOVE WB-0022-TY-BPT-AMT (WB-0022-TY-SUB)
082300                                 TO RL-0022-T-BPT.
082400     MOVE WB-0022-TY-LESS-AMT (WB-0022-TY-SUB)
082500                                 TO RL-0022-T-LESS.
082600     MOVE WB-0022-TY-PLUS-AMT (WB-0022-TY-SUB)
082700                                 TO RL-0022-T-PLUS.
082800     MOVE WB-0022-EXP-AMT        TO RL-0022-T-EXP.
082900     MOVE WB-0022-TY-RMT-AMT (WB-0022-TY-SUB)
083000                                 TO RL-0022-T-RMT.
083100     MOVE WB-0022-DIFF-AMT       TO RL-0022-T-DIFF.
083200     MOVE SPACES                 TO RL-0022-T-FLAG.
083300     IF WB-0022-DIFF-AMT NOT = ZERO
083400         MOVE 'N'                TO WB-0022-TIE-SW
083500         MOVE '*** OFF'          TO RL-0022-T-FLAG
083600     END-IF.
083700     WRITE RPTB022-REC FROM RL-0022-TIE-LINE
083800         AFTER ADVANCING 1 LINE.
083900 2500-TIE-ONE-TYPE-EXIT.
084000     EXIT.
084100*****************************************************************
084200*    2900-FIND-TYPE - TABLE ENTRY FOR WB-0022-LOOK-TY, ADDED    *
084300*    ON FIRST SIGHT; LEAVES ITS SUBSCRIPT IN WB-0022-TY-SUB     *
084400*****************************************************************
084500 2900-FIND-TYPE.
084600     MOVE ZERO                   TO WB-0022-TY-HIT.
084700     PERFORM 2910-MATCH-TYPE
084800         THRU 2910-MATCH-TYPE-EXIT
084900         VARYING WB-0022-TY-SUB FROM 1 BY 1
085000         UNTIL WB-0022-TY-SUB > WB-0022-TY-CNT.
085100     IF WB-0022-TY-HIT > ZERO
085200         MOVE WB-0022-TY-HIT     TO WB-0022-TY-SUB
085300         GO TO 2900-FIND-TYPE-EXIT
085400     END-IF.
085500     IF WB-0022-TY-CNT NOT < 20
085600         GO TO 9990-TYPE-TABLE-FULL
085700     END-IF.
085800     ADD 1                       TO WB-0022-TY-CNT.
085900     MOVE WB-0022-TY-CNT         TO WB-0022-TY-SUB.
086000     MOVE WB-0022-LOOK-TY
086100             TO WB-0022-TY-CD (WB-0022-TY-SUB).
086200     MOVE ZERO TO WB-0022-TY-BPT-AMT (WB-0022-TY-SUB)
086300                  WB-0022-TY-LESS-AMT (WB-0022-TY-SUB)
086400                  WB-0022-TY-PLUS-AMT (WB-0022-TY-SUB)
086500                  WB-0022-TY-RMT-AMT (WB-0022-TY-SUB).
086600 2900-FIND-TYPE-EXIT.
086700     EXIT.
086800 2910-MATCH-TYPE.
086900     IF WB-0022-TY-CD (WB-0022-TY-SUB) = WB-0022-LOOK-TY
087000         MOVE WB-0022-TY-SUB     TO WB-0022-TY-HIT
087100     END-IF.
087200 2910-MATCH-TYPE-EXIT.
087300     EXIT.
087400*****************************************************************
087500*    3000-DISBURSE - SECOND PASS OF THE REMITTANCE FILE, ONE    *
087600*    PAYMENT PER PAYEE, THEN CLOSE OUT THE ACH FILE             *
087700*****************************************************************
087800 3000-DISBURSE.
087900     WRITE RPTB022-REC FROM RL-0022-HDG5
088000         AFTER ADVANCING 3 LINES.
088100     OPEN INPUT REMTDTL-FILE.
088200     MOVE 'Y'                    TO WB-0022-DTL-OPEN-SW.
088300     MOVE 'N'                    TO WB-0022-EOF-SW.
088400     PERFORM 3100-READ-PAYEE
088500         THRU 3100-READ-PAYEE-EXIT
088600         UNTIL WB-0022-EOF.
088700     IF NOT WB-0022-FIRST-REC
088800         PERFORM 4000-PAY-PAYEE
088900             THRU 4000-PAY-PAYEE-EXIT
089000     END-IF.
089100     CLOSE REMTDTL-FILE.
089200     MOVE 'N'                    TO WB-0022-DTL-OPEN-SW.
089300     IF WB-0022-ACH-HDR-DONE
089400         PERFORM 5900-ACH-TRAILERS
089500             THRU 5900-ACH-TRAILERS-EXIT
089600     END-IF.
089700     EXEC SQL COMMIT END-EXEC.
089800 3000-DISBURSE-EXIT.
089900     EXIT.
090000*****************************************************************
090100*    3100-READ-PAYEE - NET THE PAYEE'S TYPE SUBTOTALS           *
090200*****************************************************************
090300 3100-READ-PAYEE.
090400     READ REMTDTL-FILE
090500         AT END
090600             SET WB-0022-EOF TO TRUE
090700             GO TO 3100-READ-PAYEE-EXIT
090800     END-READ.
090900     IF RD-REC-TY-CD NOT = 'S'
091000         GO TO 3100-READ-PAYEE-EXIT
091100     END-IF.
091200     IF WB-0022-FIRST-REC
091300         MOVE RD-PROV-ID         TO WB-0022-CUR-PAYEE-ID
091400         MOVE 'N'                TO WB-0022-FIRST-SW
091500     END-IF.
091600     IF RD-PROV-ID NOT = WB-0022-CUR-PAYEE-ID
091700         PERFORM 4000-PAY-PAYEE
091800             THRU 4000-PAY-PAYEE-EXIT
091900         MOVE RD-PROV-ID         TO WB-0022-CUR-PAYEE-ID
092000     END-IF.
092100     ADD RD-PAID-AMT             TO WB-0022-PAYEE-AMT.
092200 3100-READ-PAYEE-EXIT.
092300     EXIT.
092400*****************************************************************
092475*    4000-PAY-PAYEE - OFFSET OPEN RECEIVABLES, THEN ACH ONCE    *
092550*    THE PRENOTE HAS CLEARED, ELSE CHECK.  A NEGATIVE NET IS    *
092625*    CARRIED TO A RECEIVABLE AND NOTHING IS PAID                *
092700*****************************************************************
092800 4000-PAY-PAYEE.
092900     ADD 1                       TO WB-0022-PAYEE-CNT.
093000     MOVE SPACES                 TO WB-0022-PAY-MTHD-CD
093100                                    WB-0022-CHK-RSN-CD
093200                                    RL-0022-D-NOTE.
093250     MOVE ZERO                   TO RL-0022-D-CHK
093283                                    WB-0022-PAYEE-OFST-AMT
093316                                    CLPDSBTB-C-CHK-NUM.
093350     MOVE WB-0022-PAYEE-AMT      TO WB-0022-NET-AMT.
093400     MOVE WB-0022-CUR-PAYEE-ID   TO WH-0022-PAYEE-ID.
093500     PERFORM 4100-GET-PAYEE
093600         THRU 4100-GET-PAYEE-EXIT.
093609*    WHAT IS LEFT IN WB-0022-PAYEE-AMT AFTER THESE IS WHAT IS
093618*    DISBURSED.
093627     IF WB-0022-PAYEE-AMT < ZERO
093636         PERFORM 4600-CARRY-NEGATIVE
093645             THRU 4600-CARRY-NEGATIVE-EXIT
093654     END-IF.
093663     IF WB-0022-PAYEE-AMT > ZERO
093672         PERFORM 4500-OFFSET-RECEIVABLES
093681             THRU 4500-OFFSET-RECEIVABLES-EXIT
093690     END-IF.
093700     EVALUATE TRUE
093712       WHEN WB-0022-NET-AMT < ZERO
093724         SET WB-0022-NOT-PAID    TO TRUE
093736         MOVE 'NEGATIVE - TO AR' TO RL-0022-D-NOTE
093748       WHEN WB-0022-PAYEE-AMT NOT > ZERO
093760        AND WB-0022-NET-AMT > ZERO
093772         SET WB-0022-NOT-PAID    TO TRUE
093784         MOVE 'FULLY OFFSET'     TO RL-0022-D-NOTE
093800       WHEN WB-0022-PAYEE-AMT NOT > ZERO
093900         SET WB-0022-NOT-PAID    TO TRUE
094000         MOVE 'NET ZERO'         TO RL-0022-D-NOTE
094100       WHEN NOT WB-0022-BANK-FOUND
094200         SET WB-0022-PAY-BY-CHECK TO TRUE
094300         MOVE 'N'                TO WB-0022-CHK-RSN-CD
094400         MOVE 'NO BANKING ON FILE'
094500                                 TO RL-0022-D-NOTE
094600       WHEN CLPBNKTB-C-PRENOTE-RETURNED
094700         SET WB-0022-PAY-BY-CHECK TO TRUE
094800         MOVE 'R'                TO WB-0022-CHK-RSN-CD
094950         MOVE 'RETURNED BY BANK' TO RL-0022-D-NOTE
095100       WHEN NOT WB-0022-RTE-VALID
095200         SET WB-0022-PAY-BY-CHECK TO TRUE
095300         MOVE 'B'                TO WB-0022-CHK-RSN-CD
095400         MOVE 'BANKING FAILS EDIT'
095500                                 TO RL-0022-D-NOTE
095600       WHEN CLPBNKTB-C-PRENOTE-ACTIVE
095700         SET WB-0022-PAY-BY-ACH  TO TRUE
095800       WHEN CLPBNKTB-C-PRENOTE-PENDING
095900        AND CLPBNKTB-C-PRENOTE-DT NOT > WH-0022-CUTOFF-DT
096000         PERFORM 4300-PROMOTE-PRENOTE
096100             THRU 4300-PROMOTE-PRENOTE-EXIT
096200         SET WB-0022-PAY-BY-ACH  TO TRUE
096350         MOVE 'PRENOTE CLEARED'  TO RL-0022-D-NOTE
096500       WHEN CLPBNKTB-C-PRENOTE-PENDING
096600         SET WB-0022-PAY-BY-CHECK TO TRUE
096700         MOVE 'P'                TO WB-0022-CHK-RSN-CD
096800         MOVE 'PRENOTE NOT CLEARED'
096900                                 TO RL-0022-D-NOTE
097000       WHEN CLPBNKTB-C-PRENOTE-NOT-SENT
097100         PERFORM 4400-SEND-PRENOTE
097200             THRU 4400-SEND-PRENOTE-EXIT
097300         SET WB-0022-PAY-BY-CHECK TO TRUE
097400         MOVE 'P'                TO WB-0022-CHK-RSN-CD
097500         MOVE 'PRENOTE SENT'     TO RL-0022-D-NOTE
097600       WHEN OTHER
097700         SET WB-0022-PAY-BY-CHECK TO TRUE
097800         MOVE 'B'                TO WB-0022-CHK-RSN-CD
097900         MOVE 'BANKING FAILS EDIT'
098000                                 TO RL-0022-D-NOTE
098100     END-EVALUATE.
098200     EVALUATE TRUE
098300       WHEN WB-0022-PAY-BY-ACH
098400         IF CLPBNKTB-C-ACCT-SAVINGS
098500             MOVE '32'           TO WB-0022-ENT-TRAN-CD
098600         ELSE
098700             MOVE '22'           TO WB-0022-ENT-TRAN-CD
098800         END-IF
098900         MOVE WB-0022-PAYEE-AMT  TO WB-0022-ENT-AMT
099000         PERFORM 5000-WRITE-ACH-ENTRY
099100             THRU 5000-WRITE-ACH-ENTRY-EXIT
099200         ADD 1                   TO WB-0022-ACH-CNT
099300         ADD WB-0022-PAYEE-AMT   TO WB-0022-ACH-AMT
099400         MOVE 'ACH'              TO RL-0022-D-MTHD
099500       WHEN WB-0022-PAY-BY-CHECK
099600         PERFORM 6000-WRITE-CHECK
099700             THRU 6000-WRITE-CHECK-EXIT
099800         ADD 1                   TO WB-0022-CHK-CNT
099900         ADD WB-0022-PAYEE-AMT   TO WB-0022-CHK-AMT
100000         MOVE 'CHECK'            TO RL-0022-D-MTHD
100100       WHEN OTHER
100200         ADD 1                   TO WB-0022-NOPAY-CNT
100400         MOVE 'NOT PAID'         TO RL-0022-D-MTHD
100500     END-EVALUATE.
100600     MOVE WB-0022-CUR-PAYEE-ID   TO RL-0022-D-PAYEE.
100700     MOVE WB-0022-PAYEE-NAM      TO RL-0022-D-NAM.
100733     MOVE WB-0022-NET-AMT        TO RL-0022-D-NET.
100766     MOVE WB-0022-PAYEE-OFST-AMT TO RL-0022-D-OFST.
100800     MOVE WB-0022-PAYEE-AMT      TO RL-0022-D-AMT.
100900     WRITE RPTB022-REC FROM RL-0022-PAYEE-LINE
101000         AFTER ADVANCING 1 LINE.
101033     PERFORM 4950-RECORD-DSBR
101066         THRU 4950-RECORD-DSBR-EXIT.
101100     MOVE ZERO                   TO WB-0022-PAYEE-AMT.
101200 4000-PAY-PAYEE-EXIT.
101300     EXIT.
101400*****************************************************************
101500*    4100-GET-PAYEE - BANKING AND REMIT-TO ROW, EDIT THE        *
101600*    BANKING, NAME FROM THE PAYEE OR PROVIDER WHEN NOT ON IT    *
101700*****************************************************************
101800 4100-GET-PAYEE.
101900     MOVE 'N'                    TO WB-0022-BANK-SW
102000                                    WB-0022-RTE-SW.
102100     EXEC SQL
102200         SELECT C_PAYEE_NAM, C_RMT_ADDR1_TX, C_RMT_ADDR2_TX,
102300                C_RMT_CITY_NAM, C_RMT_ST_CD, C_RMT_ZIP_CD,
102400                C_BANK_RTE_NUM, C_BANK_ACCT_NUM,
102500                C_BANK_ACCT_TY_CD, C_PRENOTE_STAT_CD,
102600                C_PRENOTE_DT
102700           INTO :CLPBNKTB-C-PAYEE-NAM,
102800                :CLPBNKTB-C-RMT-ADDR1-TX,
102900                :CLPBNKTB-C-RMT-ADDR2-TX,
103000                :CLPBNKTB-C-RMT-CITY-NAM,
103100                :CLPBNKTB-C-RMT-ST-CD,
103200                :CLPBNKTB-C-RMT-ZIP-CD,
103300                :CLPBNKTB-C-BANK-RTE-NUM,
103400                :CLPBNKTB-C-BANK-ACCT-NUM,
103500                :CLPBNKTB-C-BANK-ACCT-TY-CD,
103600                :CLPBNKTB-C-PRENOTE-STAT-CD,
103700                :CLPBNKTB-C-PRENOTE-DT
103800           FROM C_PAYEE_BANK_TB
103900          WHERE C_PAYEE_ID = :WH-0022-PAYEE-ID
104000     END-EXEC.
104100     EVALUATE SQLCODE
104200       WHEN 0
104300         CONTINUE
104400       WHEN 100
104500         MOVE SPACES             TO CLPBNKTB-C-PAYEE-BANK-TB
104600       WHEN OTHER
104700         GO TO 9999-SQL-ERROR
104800     END-EVALUATE.
104900*    A REMIT-TO ROW WITH NO ROUTING NUMBER IS A CHECK PAYEE.
105000     IF CLPBNKTB-C-BANK-RTE-NUM NOT = SPACES
105100         MOVE 'Y'                TO WB-0022-BANK-SW
105200         PERFORM 4200-EDIT-BANKING
105300             THRU 4200-EDIT-BANKING-EXIT
105400     END-IF.
105500     IF CLPBNKTB-C-PAYEE-NAM NOT = SPACES
105600         MOVE CLPBNKTB-C-PAYEE-NAM TO WB-0022-PAYEE-NAM
105700         GO TO 4100-GET-PAYEE-EXIT
105800     END-IF.
105900     EXEC SQL
106000         SELECT COALESCE(
106100                  (SELECT P.C_PAYEE_NAM
106200                     FROM C_PROV_PAYEE_TB P
106300                    WHERE P.C_PAYEE_ID = :WH-0022-PAYEE-ID
106400                      AND ROWNUM = 1),
106500                  (SELECT M.C_PROV_NAM
106600                     FROM C_PROV_MSTR_TB M
106700                    WHERE M.C_PROV_ID = :WH-0022-PAYEE-ID
106800                      AND ROWNUM = 1),
106900                  'NAME NOT ON FILE')
107000           INTO :WH-0022-PAYEE-NAM
107100           FROM DUAL
107200     END-EXEC.
107300     IF SQLCODE NOT = 0
107400         GO TO 9999-SQL-ERROR
107500     END-IF.
107600     MOVE WH-0022-PAYEE-NAM      TO WB-0022-PAYEE-NAM.
107700 4100-GET-PAYEE-EXIT.
107800     EXIT.
107900*****************************************************************
108000*    4200-EDIT-BANKING - NUMERIC ROUTING WITH A GOOD ABA CHECK  *
108100*    DIGIT, AN ACCOUNT NUMBER AND A CHECKING/SAVINGS TYPE       *
108200*****************************************************************
108300 4200-EDIT-BANKING.
108400     MOVE CLPBNKTB-C-BANK-RTE-NUM TO WB-0022-RTE-NUM.
108500     IF WB-0022-RTE-NUM NOT NUMERIC
108600        OR CLPBNKTB-C-BANK-ACCT-NUM = SPACES
108700        OR NOT (CLPBNKTB-C-ACCT-CHECKING
108800             OR CLPBNKTB-C-ACCT-SAVINGS)
108900         GO TO 4200-EDIT-BANKING-EXIT
109000     END-IF.
109100     MOVE ZERO                   TO WB-0022-RTE-SUM.
109200     PERFORM 4210-WEIGH-DIGIT
109300         THRU 4210-WEIGH-DIGIT-EXIT
109400         VARYING WB-0022-DGT-SUB FROM 1 BY 1
109500         UNTIL WB-0022-DGT-SUB > 9.
109600     DIVIDE WB-0022-RTE-SUM BY 10
109700         GIVING WB-0022-RTE-QUOT
109800         REMAINDER WB-0022-RTE-REM.
109900     IF WB-0022-RTE-REM = ZERO
110000        AND WB-0022-RTE-SUM > ZERO
110100         MOVE 'Y'                TO WB-0022-RTE-SW
110200     END-IF.
110300 4200-EDIT-BANKING-EXIT.
110400     EXIT.
110500 4210-WEIGH-DIGIT.
110600     COMPUTE WB-0022-RTE-SUM = WB-0022-RTE-SUM
110700           + WB-0022-RTE-DGT (WB-0022-DGT-SUB)
110800           * WB-0022-RTE-WGT (WB-0022-DGT-SUB).
110900 4210-WEIGH-DIGIT-EXIT.
111000     EXIT.
111100*****************************************************************
111200*    4300-PROMOTE-PRENOTE - THE PRENOTE HAS AGED PAST THE WAIT  *
111300*    WITH NO RETURN POSTED; THE PAYEE GOES LIVE ON ACH          *
111400*****************************************************************
111500 4300-PROMOTE-PRENOTE.
111600     EXEC SQL
111700         UPDATE C_PAYEE_BANK_TB
111800            SET C_PRENOTE_STAT_CD = 'A',
111900                C_UPD_USER_ID     = 'PDDB0022',
112000                C_UPD_TS          = TO_CHAR(CURRENT_TIMESTAMP,
112100                    'YYYY-MM-DD-HH24.MI.SS.FF6')
112200          WHERE C_PAYEE_ID        = :WH-0022-PAYEE-ID
112300            AND C_PRENOTE_STAT_CD = 'P'
112400     END-EXEC.
112500     IF SQLCODE NOT = 0
112600         GO TO 9999-SQL-ERROR
112700     END-IF.
112800     ADD 1                       TO WB-0022-PROMO-CNT.
112900 4300-PROMOTE-PRENOTE-EXIT.
113000     EXIT.
113100*****************************************************************
113200*    4400-SEND-PRENOTE - ZERO-DOLLAR PRENOTE ENTRY FOR A NEW    *
113300*    ENROLLMENT; THE PAYEE IS PAID BY CHECK UNTIL IT CLEARS     *
113400*****************************************************************
113500 4400-SEND-PRENOTE.
113600     IF CLPBNKTB-C-ACCT-SAVINGS
113700         MOVE '33'               TO WB-0022-ENT-TRAN-CD
113800     ELSE
113900         MOVE '23'               TO WB-0022-ENT-TRAN-CD
114000     END-IF.
114100     MOVE ZERO                   TO WB-0022-ENT-AMT.
114200     PERFORM 5000-WRITE-ACH-ENTRY
114300         THRU 5000-WRITE-ACH-ENTRY-EXIT.
114400     EXEC SQL
114500         UPDATE C_PAYEE_BANK_TB
114600            SET C_PRENOTE_STAT_CD = 'P',
114700                C_PRENOTE_DT      = :WH-0022-RUN-DT,
114800                C_UPD_USER_ID     = 'PDDB0022',
114900                C_UPD_TS          = TO_CHAR(CURRENT_TIMESTAMP,
115000                    'YYYY-MM-DD-HH24.MI.SS.FF6')
115100          WHERE C_PAYEE_ID        = :WH-0022-PAYEE-ID
115200            AND C_PRENOTE_STAT_CD = 'N'
115300     END-EXEC.
115400     IF SQLCODE NOT = 0
115500         GO TO 9999-SQL-ERROR
115600     END-IF.
115700     ADD 1                       TO WB-0022-PRENOTE-CNT.
115800 4400-SEND-PRENOTE-EXIT.
115900     EXIT.
116000*****************************************************************
116100*    4500-OFFSET-RECEIVABLES - RECOUP THE PAYEE'S OPEN          *
116200*    RECEIVABLES FROM ITS POSITIVE NET, OLDEST FIRST            *
116300*****************************************************************
116400 4500-OFFSET-RECEIVABLES.
116500     EXEC SQL
116600         OPEN CB022R
116700     END-EXEC.
116800     IF SQLCODE NOT = 0
116900         GO TO 9999-SQL-ERROR
117000     END-IF.
117100     MOVE 'N'                    TO WB-0022-AR-EOF-SW.
117200     PERFORM 4510-OFFSET-ONE
117300         THRU 4510-OFFSET-ONE-EXIT
117400         UNTIL WB-0022-AR-EOF.
117500     EXEC SQL
117600         CLOSE CB022R
117700     END-EXEC.
117800     IF WB-0022-PAYEE-OFST-AMT > ZERO
117900         ADD 1                   TO WB-0022-OFST-CNT
118000         ADD WB-0022-PAYEE-OFST-AMT
118100                                 TO WB-0022-OFST-AMT
118200     END-IF.
118300 4500-OFFSET-RECEIVABLES-EXIT.
118400     EXIT.
118500*****************************************************************
118600*    4510-OFFSET-ONE - TAKE THE WHOLE BALANCE, OR ONE           *
118700*    INSTALLMENT WHEN THE RECEIVABLE IS ON A SCHEDULE, BUT      *
118800*    NEVER MORE THAN IS LEFT OF THE NET                         *
118900*****************************************************************
119000 4510-OFFSET-ONE.
119100     EXEC SQL
119200         FETCH CB022R
119300         INTO :CLPARCTB-C-AR-NUM, :CLPARCTB-C-BAL-AMT,
119400              :CLPARCTB-C-INSTL-AMT
119500     END-EXEC.
119600     IF SQLCODE = 100
119700         SET WB-0022-AR-EOF TO TRUE
119800         GO TO 4510-OFFSET-ONE-EXIT
119900     END-IF.
120000     IF SQLCODE NOT = 0
120100         GO TO 9999-SQL-ERROR
120200     END-IF.
120300     MOVE CLPARCTB-C-BAL-AMT     TO CLPARXTB-C-TXN-AMT.
120400     IF CLPARCTB-C-INSTL-AMT > ZERO
120500        AND CLPARCTB-C-INSTL-AMT < CLPARXTB-C-TXN-AMT
120600         MOVE CLPARCTB-C-INSTL-AMT TO CLPARXTB-C-TXN-AMT
120700     END-IF.
120800     IF WB-0022-PAYEE-AMT < CLPARXTB-C-TXN-AMT
120900         MOVE WB-0022-PAYEE-AMT  TO CLPARXTB-C-TXN-AMT
121000     END-IF.
121100     COMPUTE CLPARXTB-C-BAL-AFTR-AMT =
121200             CLPARCTB-C-BAL-AMT - CLPARXTB-C-TXN-AMT.
121300     EXEC SQL
121400         UPDATE C_PROV_AR_TB
121500            SET C_BAL_AMT      = :CLPARXTB-C-BAL-AFTR-AMT,
121600                C_AR_STAT_CD   =
121700                    CASE WHEN :CLPARXTB-C-BAL-AFTR-AMT = 0
121800                         THEN 'C' ELSE C_AR_STAT_CD END,
121900                C_CLOSE_DT     =
122000                    CASE WHEN :CLPARXTB-C-BAL-AFTR-AMT = 0
122100                         THEN :WH-0022-RUN-DT ELSE C_CLOSE_DT END,
122200                C_LAST_OFST_DT = :WH-0022-RUN-DT,
122300                C_UPD_USER_ID  = 'PDDB0022',
122400                C_UPD_TS       = TO_CHAR(CURRENT_TIMESTAMP,
122500                    'YYYY-MM-DD-HH24.MI.SS.FF6')
122600          WHERE C_AR_NUM       = :CLPARCTB-C-AR-NUM
122700     END-EXEC.
122800     IF SQLCODE NOT = 0
122900         GO TO 9999-SQL-ERROR
123000     END-IF.
123100     MOVE 'O'                    TO CLPARXTB-C-TXN-TY-CD.
123200     PERFORM 4900-POST-AR-TXN
123300         THRU 4900-POST-AR-TXN-EXIT.
123400     SUBTRACT CLPARXTB-C-TXN-AMT FROM WB-0022-PAYEE-AMT.
123500     ADD CLPARXTB-C-TXN-AMT      TO WB-0022-PAYEE-OFST-AMT.
123600     IF WB-0022-PAYEE-AMT NOT > ZERO
123700         SET WB-0022-AR-EOF TO TRUE
123800     END-IF.
123900 4510-OFFSET-ONE-EXIT.
124000     EXIT.
124100*****************************************************************
124200*    4600-CARRY-NEGATIVE - THE CYCLE'S REVERSALS OUTRAN ITS     *
124300*    PAYMENTS; WHAT THE PAYEE NOW OWES IS A NEW RECEIVABLE      *
124400*****************************************************************
124500 4600-CARRY-NEGATIVE.
124600     MOVE SPACES                 TO CLPARCTB-C-AR-REF-TX.
124700     MOVE 'N'                    TO CLPARCTB-C-AR-SRC-CD.
124800     MOVE 'CYCLE NET NEGATIVE - REVERSALS'
124900                                 TO CLPARCTB-C-AR-RSN-TX.
125000     COMPUTE CLPARCTB-C-ORIG-AMT = ZERO - WB-0022-PAYEE-AMT.
125100     PERFORM 4700-SET-SCHEDULE
125200         THRU 4700-SET-SCHEDULE-EXIT.
125300     PERFORM 4800-INSERT-AR
125400         THRU 4800-INSERT-AR-EXIT.
125500     ADD 1                       TO WB-0022-CARRY-CNT.
125600     ADD WB-0022-PAYEE-AMT       TO WB-0022-CARRY-AMT.
125700     MOVE ZERO                   TO WB-0022-PAYEE-AMT.
125800 4600-CARRY-NEGATIVE-EXIT.
125900     EXIT.
126000*****************************************************************
126100*    4700-SET-SCHEDULE - A BALANCE AT OR OVER THE LIST 7531     *
126200*    THRESHOLD IS RECOUPED IN EQUAL INSTALLMENTS, ROUNDED UP    *
126300*    TO THE CENT SO THE LAST ONE IS NEVER AN EXTRA CYCLE        *
126400*****************************************************************
126500 4700-SET-SCHEDULE.
126600     MOVE 'O'                    TO CLPARCTB-C-AR-STAT-CD.
126700     MOVE ZERO                   TO CLPARCTB-C-INSTL-AMT.
126800     IF CLPARCTB-C-ORIG-AMT < WH-0022-INSTL-MIN-AMT
126900        OR WH-0022-INSTL-CNT NOT > 1
127000         GO TO 4700-SET-SCHEDULE-EXIT
127100     END-IF.
127200     COMPUTE CLPARCTB-C-INSTL-AMT =
127300             CLPARCTB-C-ORIG-AMT / WH-0022-INSTL-CNT.
127400     IF CLPARCTB-C-INSTL-AMT * WH-0022-INSTL-CNT
127500             < CLPARCTB-C-ORIG-AMT
127600         ADD .01                 TO CLPARCTB-C-INSTL-AMT
127700     END-IF.
127800     MOVE 'I'                    TO CLPARCTB-C-AR-STAT-CD.
127900 4700-SET-SCHEDULE-EXIT.
128000     EXIT.
128100*****************************************************************
128200*    4800-INSERT-AR - NEW RECEIVABLE, OPENED TODAY, AND ITS     *
128300*    ESTABLISHING LEDGER POSTING                                *
128400*****************************************************************
128500 4800-INSERT-AR.
128600     EXEC SQL
128700         SELECT C_PROV_AR_SEQ.NEXTVAL
128800           INTO :CLPARCTB-C-AR-NUM
128900           FROM DUAL
129000     END-EXEC.
129100     IF SQLCODE NOT = 0
129200         GO TO 9999-SQL-ERROR
129300     END-IF.
129400     EXEC SQL
129500         INSERT INTO C_PROV_AR_TB
129600               (C_AR_NUM, C_PAYEE_ID, C_AR_SRC_CD, C_AR_RSN_TX,
129700                C_AR_REF_TX, C_OPEN_DT, C_SRC_CYC_END_DT,
129800                C_ORIG_AMT, C_BAL_AMT, C_INSTL_AMT, C_AR_STAT_CD,
129900                C_UPD_USER_ID, C_UPD_TS)
130000         VALUES (:CLPARCTB-C-AR-NUM, :WH-0022-PAYEE-ID,
130100                 :CLPARCTB-C-AR-SRC-CD, :CLPARCTB-C-AR-RSN-TX,
130200                 :CLPARCTB-C-AR-REF-TX, :WH-0022-RUN-DT,
130300                 :WH-0022-CYC-END-DT,
130400                 :CLPARCTB-C-ORIG-AMT, :CLPARCTB-C-ORIG-AMT,
130500                 :CLPARCTB-C-INSTL-AMT, :CLPARCTB-C-AR-STAT-CD,
130600                 'PDDB0022',
130700                 TO_CHAR(CURRENT_TIMESTAMP,
130800                     'YYYY-MM-DD-HH24.MI.SS.FF6'))
130900     END-EXEC.
131000     IF SQLCODE NOT = 0
131100         GO TO 9999-SQL-ERROR
131200     END-IF.
131300     MOVE 'E'                    TO CLPARXTB-C-TXN-TY-CD.
131400     MOVE CLPARCTB-C-ORIG-AMT    TO CLPARXTB-C-TXN-AMT
131500                                    CLPARXTB-C-BAL-AFTR-AMT.
131600     PERFORM 4900-POST-AR-TXN
131700         THRU 4900-POST-AR-TXN-EXIT.
131800 4800-INSERT-AR-EXIT.
131900     EXIT.
132000*****************************************************************
132100*    4900-POST-AR-TXN - ONE RECEIVABLE LEDGER POSTING           *
132200*****************************************************************
132300 4900-POST-AR-TXN.
132400     EXEC SQL
132500         INSERT INTO C_PROV_AR_TXN_TB
132600               (C_AR_NUM, C_TXN_TS, C_TXN_TY_CD, C_TXN_AMT,
132700                C_BAL_AFTR_AMT, C_CYC_END_DT, C_USER_ID)
132800         VALUES (:CLPARCTB-C-AR-NUM,
132900                 TO_CHAR(CURRENT_TIMESTAMP,
133000                     'YYYY-MM-DD-HH24.MI.SS.FF6'),
133100                 :CLPARXTB-C-TXN-TY-CD, :CLPARXTB-C-TXN-AMT,
133200                 :CLPARXTB-C-BAL-AFTR-AMT, :WH-0022-CYC-END-DT,
133300                 'PDDB0022')
133400     END-EXEC.
133500     IF SQLCODE NOT = 0
133600         GO TO 9999-SQL-ERROR
133700     END-IF.
133800 4900-POST-AR-TXN-EXIT.
133900     EXIT.
134000*****************************************************************
134003*    4950-RECORD-DSBR - THE PAYEE'S CYCLE ON THE DISBURSEMENT   *
134006*    HISTORY; THE PAID AMOUNT BY PAY DATE FEEDS THE 1099        *
134009*****************************************************************
134012 4950-RECORD-DSBR.
134015     MOVE WB-0022-EFF-DT         TO CLPDSBTB-C-PAY-DT.
134018     MOVE WB-0022-PAY-MTHD-CD    TO CLPDSBTB-C-PAY-MTHD-CD.
134021     MOVE WB-0022-NET-AMT        TO CLPDSBTB-C-NET-AMT.
134024     MOVE WB-0022-PAYEE-OFST-AMT TO CLPDSBTB-C-OFST-AMT.
134027     MOVE WB-0022-PAYEE-AMT      TO CLPDSBTB-C-PAID-AMT.
134030     IF WB-0022-NOT-PAID
134033         MOVE ZERO               TO CLPDSBTB-C-PAID-AMT
134036     END-IF.
134039     EXEC SQL
134042         INSERT INTO C_PAYEE_DSBR_TB
134045               (C_PAYEE_ID, C_CYC_END_DT, C_PAY_DT, C_PAY_MTHD_CD,
134048                C_CHK_NUM, C_NET_AMT, C_OFST_AMT, C_PAID_AMT,
134051                C_UPD_TS)
134054         VALUES (:WH-0022-PAYEE-ID, :WH-0022-CYC-END-DT,
134057                 :CLPDSBTB-C-PAY-DT, :CLPDSBTB-C-PAY-MTHD-CD,
134060                 :CLPDSBTB-C-CHK-NUM, :CLPDSBTB-C-NET-AMT,
134063                 :CLPDSBTB-C-OFST-AMT, :CLPDSBTB-C-PAID-AMT,
134066                 TO_CHAR(CURRENT_TIMESTAMP,
134069                     'YYYY-MM-DD-HH24.MI.SS.FF6'))
134072     END-EXEC.
134075     IF SQLCODE NOT = 0
134078         GO TO 9999-SQL-ERROR
134081     END-IF.
134084 4950-RECORD-DSBR-EXIT.
134087     EXIT.
134090*****************************************************************
134100*    5000-WRITE-ACH-ENTRY - ONE ENTRY DETAIL RECORD; THE FILE   *
134200*    AND BATCH HEADERS GO OUT AHEAD OF THE FIRST                *
134300*****************************************************************
134400 5000-WRITE-ACH-ENTRY.
134500     IF NOT WB-0022-ACH-HDR-DONE
134600         PERFORM 5100-ACH-HEADERS
134700             THRU 5100-ACH-HEADERS-EXIT
134800     END-IF.
134900     ADD 1                       TO WB-0022-TRACE-SEQ
135000                                    WB-0022-ACH-ENT-CNT
135100                                    WB-0022-ACH-REC-CNT.
135200     ADD WB-0022-RTE-ABA         TO WB-0022-ACH-HASH.
135300     ADD WB-0022-ENT-AMT         TO WB-0022-ACH-CR-AMT.
135400     MOVE WB-0022-ENT-TRAN-CD    TO WB-0022-EN-TRAN-CD.
135500     MOVE WB-0022-RTE-NUM (1:8)  TO WB-0022-EN-RDFI.
135600     MOVE WB-0022-RTE-NUM (9:1)  TO WB-0022-EN-CHK-DGT.
135700     MOVE CLPBNKTB-C-BANK-ACCT-NUM
135800                                 TO WB-0022-EN-ACCT.
135900     MOVE WB-0022-ENT-AMT        TO WB-0022-EN-AMT.
136000     MOVE WB-0022-CUR-PAYEE-ID   TO WB-0022-EN-INDV-ID.
136100     MOVE WB-0022-PAYEE-NAM      TO WB-0022-EN-INDV-NAM.
136200     MOVE DP-ODFI-RTE-NUM (1:8)  TO WB-0022-EN-TRC-ODFI.
136300     MOVE WB-0022-TRACE-SEQ      TO WB-0022-EN-TRC-SEQ.
136400     WRITE AO-ACH-REC FROM WB-0022-ACH-ENTRY.
136500 5000-WRITE-ACH-ENTRY-EXIT.
136600     EXIT.
136700*****************************************************************
136800*    5100-ACH-HEADERS - FILE HEADER AND THE ONE BATCH HEADER    *
136900*****************************************************************
137000 5100-ACH-HEADERS.
137100     MOVE DP-ODFI-RTE-NUM        TO WB-0022-FH-DEST-RTE.
137200     MOVE DP-CO-ID               TO WB-0022-FH-ORIG-ID.
137300     MOVE WH-0022-RUN-DT (3:2)   TO WB-0022-FH-CRE-YY.
137400     MOVE WH-0022-RUN-DT (6:2)   TO WB-0022-FH-CRE-MM.
137500     MOVE WH-0022-RUN-DT (9:2)   TO WB-0022-FH-CRE-DD.
137600     MOVE WH-0022-RUN-TM         TO WB-0022-FH-CRE-TM.
137700     MOVE DP-ODFI-NAM            TO WB-0022-FH-DEST-NAM.
137800     MOVE DP-CO-NAM              TO WB-0022-FH-ORIG-NAM.
137900     WRITE AO-ACH-REC FROM WB-0022-ACH-FILE-HDR.
138000     MOVE DP-CO-NAM              TO WB-0022-BH-CO-NAM.
138100     MOVE DP-CO-ID               TO WB-0022-BH-CO-ID.
138200     MOVE WH-0022-CYC-END-DT (3:2) TO WB-0022-BH-DESC-YY.
138300     MOVE WH-0022-CYC-END-DT (6:2) TO WB-0022-BH-DESC-MM.
138400     MOVE WH-0022-CYC-END-DT (9:2) TO WB-0022-BH-DESC-DD.
138500     MOVE WB-0022-EFF-DT (3:2)   TO WB-0022-BH-EFF-YY.
138600     MOVE WB-0022-EFF-DT (6:2)   TO WB-0022-BH-EFF-MM.
138700     MOVE WB-0022-EFF-DT (9:2)   TO WB-0022-BH-EFF-DD.
138800     MOVE DP-ODFI-RTE-NUM (1:8)  TO WB-0022-BH-ODFI.
138900     WRITE AO-ACH-REC FROM WB-0022-ACH-BATCH-HDR.
139000     MOVE 2                      TO WB-0022-ACH-REC-CNT.
139100     MOVE 'Y'                    TO WB-0022-ACH-HDR-SW.
139200 5100-ACH-HEADERS-EXIT.
139300     EXIT.
139400*****************************************************************
139500*    5900-ACH-TRAILERS - BATCH AND FILE CONTROL, THEN PAD THE   *
139600*    LAST BLOCK OF TEN WITH ALL-NINES RECORDS                   *
139700*****************************************************************
139800 5900-ACH-TRAILERS.
139900     MOVE WB-0022-ACH-ENT-CNT    TO WB-0022-BC-ENT-CNT
140000                                    WB-0022-FC-ENT-CNT.
140100     MOVE WB-0022-ACH-HASH       TO WB-0022-BC-HASH
140200                                    WB-0022-FC-HASH.
140300     MOVE WB-0022-ACH-CR-AMT     TO WB-0022-BC-CR-AMT
140400                                    WB-0022-FC-CR-AMT.
140500     MOVE DP-CO-ID               TO WB-0022-BC-CO-ID.
140600     MOVE DP-ODFI-RTE-NUM (1:8)  TO WB-0022-BC-ODFI.
140700     WRITE AO-ACH-REC FROM WB-0022-ACH-BATCH-CTL.
140800     ADD 2                       TO WB-0022-ACH-REC-CNT.
140900     COMPUTE WB-0022-ACH-BLK-CNT =
141000             (WB-0022-ACH-REC-CNT + 9) / 10.
141100     COMPUTE WB-0022-ACH-PAD-CNT =
141200             (WB-0022-ACH-BLK-CNT * 10) - WB-0022-ACH-REC-CNT.
141300     MOVE WB-0022-ACH-BLK-CNT    TO WB-0022-FC-BLK-CNT.
141400     WRITE AO-ACH-REC FROM WB-0022-ACH-FILE-CTL.
141500     PERFORM 5910-WRITE-PAD-REC
141600         THRU 5910-WRITE-PAD-REC-EXIT
141700         WB-0022-ACH-PAD-CNT TIMES.
141800 5900-ACH-TRAILERS-EXIT.
141900     EXIT.
142000 5910-WRITE-PAD-REC.
142100     WRITE AO-ACH-REC FROM WB-0022-ACH-PAD-REC.
142200 5910-WRITE-PAD-REC-EXIT.
142300     EXIT.
142400*****************************************************************
142500*    6000-WRITE-CHECK - ONE CHECK REGISTER RECORD               *
142600*****************************************************************
142700 6000-WRITE-CHECK.
142800     MOVE WB-0022-CHK-NUM        TO CK-CHK-NUM
142866                                    RL-0022-D-CHK
142932                                    CLPDSBTB-C-CHK-NUM.
143000     MOVE WB-0022-EFF-DT         TO CK-CHK-DT.
143100     MOVE WB-0022-CUR-PAYEE-ID   TO CK-PAYEE-ID.
143200     MOVE WB-0022-PAYEE-NAM      TO CK-PAYEE-NAM.
143300     MOVE CLPBNKTB-C-RMT-ADDR1-TX TO CK-ADDR1-TX.
143400     MOVE CLPBNKTB-C-RMT-ADDR2-TX TO CK-ADDR2-TX.
143500     MOVE CLPBNKTB-C-RMT-CITY-NAM TO CK-CITY-NAM.
143600     MOVE CLPBNKTB-C-RMT-ST-CD   TO CK-ST-CD.
143700     MOVE CLPBNKTB-C-RMT-ZIP-CD  TO CK-ZIP-CD.
143800     MOVE WB-0022-PAYEE-AMT      TO CK-CHK-AMT.
143900     MOVE WB-0022-CHK-RSN-CD     TO CK-RSN-CD.
144000     MOVE WH-0022-CYC-END-DT     TO CK-CYC-END-DT.
144100     WRITE CK-CHECK-REC.
144200     ADD 1                       TO WB-0022-CHK-NUM.
144300 6000-WRITE-CHECK-EXIT.
144400     EXIT.
144500*****************************************************************
144600*    8000-FINALIZE - DISBURSEMENT CONTROL TOTALS, CLOSE; RC 12  *
144700*    WHEN THE RUN DID NOT TIE                                   *
144800*****************************************************************
144900 8000-FINALIZE.
145000     IF NOT WB-0022-TIED
145100         MOVE 12 TO RETURN-CODE
145200         GO TO 8900-CLOSE-FILES
145300     END-IF.
145400     MOVE 'PAYEES PAID BY ACH'   TO RL-0022-S-LABEL.
145500     MOVE WB-0022-ACH-CNT        TO RL-0022-S-CNT.
145600     MOVE WB-0022-ACH-AMT        TO RL-0022-S-AMT.
145700     WRITE RPTB022-REC FROM RL-0022-SUM-LINE
145800         AFTER ADVANCING 3 LINES.
145900     MOVE 'PAYEES PAID BY CHECK' TO RL-0022-S-LABEL.
146000     MOVE WB-0022-CHK-CNT        TO RL-0022-S-CNT.
146100     MOVE WB-0022-CHK-AMT        TO RL-0022-S-AMT.
146200     WRITE RPTB022-REC FROM RL-0022-SUM-LINE
146300         AFTER ADVANCING 1 LINE.
146400     MOVE 'PAYEES NOT PAID'      TO RL-0022-S-LABEL.
146500     MOVE WB-0022-NOPAY-CNT      TO RL-0022-S-CNT.
146600     MOVE ZERO                   TO RL-0022-S-AMT.
146700     WRITE RPTB022-REC FROM RL-0022-SUM-LINE
146800         AFTER ADVANCING 1 LINE.
146900     MOVE 'OFFSET AGAINST RECEIVABLES'
147000                                 TO RL-0022-S-LABEL.
147100     MOVE WB-0022-OFST-CNT       TO RL-0022-S-CNT.
147200     MOVE WB-0022-OFST-AMT       TO RL-0022-S-AMT.
147300     WRITE RPTB022-REC FROM RL-0022-SUM-LINE
147400         AFTER ADVANCING 1 LINE.
147500     MOVE 'NEGATIVE NETS CARRIED TO RECEIVABLE'
147600                                 TO RL-0022-S-LABEL.
147700     MOVE WB-0022-CARRY-CNT      TO RL-0022-S-CNT.
147800     MOVE WB-0022-CARRY-AMT      TO RL-0022-S-AMT.
147900     WRITE RPTB022-REC FROM RL-0022-SUM-LINE
148000         AFTER ADVANCING 1 LINE.
148100     COMPUTE WB-0022-DSBR-AMT = WB-0022-ACH-AMT
148200                              + WB-0022-CHK-AMT
148300                              + WB-0022-OFST-AMT
148400                              + WB-0022-CARRY-AMT.
148500     MOVE 'TOTAL - EQUALS REMITTANCE TOTAL'
148600                                 TO RL-0022-S-LABEL.
148700     MOVE WB-0022-PAYEE-CNT      TO RL-0022-S-CNT.
148800     MOVE WB-0022-DSBR-AMT       TO RL-0022-S-AMT.
148900     WRITE RPTB022-REC FROM RL-0022-SUM-LINE
149000         AFTER ADVANCING 1 LINE.
149100     MOVE 'ACH ENTRIES INCL PRENOTES'
149200                                 TO RL-0022-S-LABEL.
149300     MOVE WB-0022-ACH-ENT-CNT    TO RL-0022-S-CNT.
149400     MOVE WB-0022-ACH-CR-AMT     TO RL-0022-S-AMT.
149500     WRITE RPTB022-REC FROM RL-0022-SUM-LINE
149600         AFTER ADVANCING 2 LINES.
149700     MOVE 'PRENOTES SENT'        TO RL-0022-S-LABEL.
149800     MOVE WB-0022-PRENOTE-CNT    TO RL-0022-S-CNT.
149900     MOVE ZERO                   TO RL-0022-S-AMT.
150000     WRITE RPTB022-REC FROM RL-0022-SUM-LINE
150100         AFTER ADVANCING 1 LINE.
150200     MOVE 'PRENOTES CLEARED - NOW ON ACH'
150300                                 TO RL-0022-S-LABEL.
150400     MOVE WB-0022-PROMO-CNT      TO RL-0022-S-CNT.
150500     WRITE RPTB022-REC FROM RL-0022-SUM-LINE
150600         AFTER ADVANCING 1 LINE.
150700 8900-CLOSE-FILES.
150800     CLOSE REMTPARM-FILE DSBRPARM-FILE ACHOUT-FILE CHKREG-FILE
150900           RPTB022-FILE.
151000 8000-FINALIZE-EXIT.
151100     EXIT.
151200*****************************************************************
151300*    9990-TYPE-TABLE-FULL - MORE PAYMENT TYPES THAN THE TABLE   *
151400*****************************************************************
151500 9990-TYPE-TABLE-FULL.
151600     DISPLAY 'PDDB0022 - MORE THAN 20 PAYMENT TYPES'.
151700     GO TO 9999-ABEND.
151800*****************************************************************
151900*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
152000*****************************************************************
152100 9999-SQL-ERROR.
152200     DISPLAY 'PDDB0022 - SQL ERROR'.
152300     DISPLAY 'SQLCODE = ' SQLCODE.
152400 9999-ABEND.
152500     EXEC SQL ROLLBACK END-EXEC.
152600     MOVE 16 TO RETURN-CODE.
152700     IF WB-0022-DTL-OPEN
152800         CLOSE REMTDTL-FILE
152900     END-IF.
153000     CLOSE REMTPARM-FILE DSBRPARM-FILE ACHOUT-FILE CHKREG-FILE
153100           RPTB022-FILE.
153200     GOBACK.
