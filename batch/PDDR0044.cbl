002400*                  PROVES EXTRACT DOLLARS = ADJUDICATED        *
002500*                  DOLLARS FOR THE MONTH BEFORE THE FILE GOES  *
002600*                  TO THE PLAN SPONSOR.                        *
002620*  10/15/26  ACS   WITH NO PDEPARM CARD THE RUN NOW DEFAULTS   *
002640*                  TO THE PREVIOUS CALENDAR MONTH OF THE       *
002660*                  BUSINESS PROCESSING DATE FROM               *
002680*                  G_PROC_DT_CTL_TB (SHARED PDDS9004 ROUTINE). *
002682*  10/15/26  ACS   THE PDEOUT FILE IS REGISTERED ON THE        *
002684*                  G_OUT_FILE_MNFST_TB OUTBOUND FILE MANIFEST  *
002686*                  (SHARED PDDS9006 ROUTINE) WITH ITS RECORD   *
002688*                  COUNT AND THE HASH TOTAL OF ALL SIX DOLLAR  *
002690*                  FIELDS, SO THE DELIVERY JOB CAN MARK IT     *
002692*                  SENT AND THE RECEIVER'S ACKNOWLEDGMENT CAN  *
002694*                  BE MATCHED TO IT. AN OUT-OF-BALANCE FILE IS *
002696*                  NOT REGISTERED AND SO CANNOT BE MARKED      *
002698*                  SENT.                                       *
002703*  10/15/26  ACS   PDE SUBMISSIONS ARE TRACKED ON              *
002708*                  C_PDE_SUBM_TB SO THE CMS RETURN FILE        *
002713*                  (PDDB0034) CAN BE MATCHED BACK. A CLAIM     *
002718*                  ALREADY SUBMITTED ON AN EARLIER RUN IS NOT  *
002723*                  SENT AGAIN AS AN ORIGINAL (ITS DOLLARS      *
002728*                  BALANCE AS PREVIOUSLY SUBMITTED).           *
002733*                  CORRECTIONS FOLLOW THE ORIGINALS: A         *
002738*                  REJECTED PDE WHOSE CLAIM HAS CHANGED IS     *
002743*                  RESUBMITTED, AN ACCEPTED PDE WHOSE CLAIM    *
002748*                  HAS CHANGED GOES AS AN ADJUSTMENT, AND ONE  *
002753*                  WHOSE CLAIM IS NO LONGER PAID AS A DELETE.  *
002758*                  THE OPTIONAL PDECORR CARDS LET THE PDE      *
002763*                  ERROR TEAM FORCE A RESEND OR A DELETE. NEW  *
002768*                  ADJUSTMENT/DELETE CODE AT THE END OF THE    *
002773*                  PDE RECORD. AN OUT-OF-BALANCE OR            *
002778*                  UNREGISTERED FILE NOW BACKS OUT THE         *
002783*                  SUBMISSION ROWS.                            *
002788*                                                              *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PDEPARM-FILE ASSIGN TO PDEPARM
003633         ORGANIZATION IS LINE SEQUENTIAL.
003666     SELECT PDECORR-FILE ASSIGN TO PDECORR
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT PDEOUT-FILE ASSIGN TO PDEOUT
003900         ORGANIZATION IS LINE SEQUENTIAL.
005000     05  FILLER                      PIC X(00001).
005100     05  PE-MO-END-DT                PIC X(00010).
005200     05  FILLER                      PIC X(00059).
005207*    OPTIONAL.  ONE CARD PER PDE THE ERROR TEAM HAS WORKED: TCN
005214*    AND R (RESEND AS IT NOW STANDS) OR D (DELETE FROM CMS).
005221 FD  PDECORR-FILE.
005228 01  PC-CORR-REC.
005235     05  PC-TCN-TX                   PIC X(00017).
005242     05  PC-TCN-NUM REDEFINES PC-TCN-TX
005249                                     PIC 9(00017).
005256     05  FILLER                      PIC X(00001).
005263     05  PC-CORR-CD                  PIC X(00001).
005270         88  PC-RESEND               VALUE 'R'.
005277         88  PC-DELETE               VALUE 'D'.
005284     05  FILLER                      PIC X(00061).
005300 FD  PDEOUT-FILE.
005400 01  PO-PDE-REC.
005500     05  PO-TCN-NUM                  PIC 9(00017).
006200     05  PO-GAP-STG-AMT              PIC S9(00009)V9(00002).
006300     05  PO-CAT-STG-AMT              PIC S9(00009)V9(00002).
006400     05  PO-OTH-PYR-AMT              PIC S9(00009)V9(00002).
006433*    BLANK = ORIGINAL, A = ADJUSTMENT, D = DELETE.
006466     05  PO-ADJ-DEL-CD               PIC X(00001).
006500 FD  RPT0044-FILE
006600     RECORDING MODE IS F.
006700 01  RPT0044-REC                     PIC X(00133).
007300     88  WR-0044-EOF                 VALUE 'Y'.
007400 77  WR-0044-STG-EOF-SW              PIC X(00001) VALUE 'N'.
007500     88  WR-0044-STG-EOF             VALUE 'Y'.
007501 77  WR-0044-CORR-EOF-SW             PIC X(00001) VALUE 'N'.
007502     88  WR-0044-CORR-EOF            VALUE 'Y'.
007503 77  WR-0044-SUBM-SW                 PIC X(00001) VALUE 'N'.
007504     88  WR-0044-NEW-SUBM            VALUE 'N'.
007505     88  WR-0044-RERUN-SUBM          VALUE 'R'.
007506     88  WR-0044-PRIOR-SUBM          VALUE 'P'.
007507 77  WR-0044-CHANGED-SW              PIC X(00001) VALUE 'N'.
007508     88  WR-0044-CHANGED             VALUE 'Y'.
007509 77  WR-0044-FILE-CNT                PIC S9(00009) COMP-3
007510                                     VALUE ZERO.
007511 77  WR-0044-PRIOR-CNT               PIC S9(00009) COMP-3
007512                                     VALUE ZERO.
007513 77  WR-0044-PRIOR-AMT               PIC S9(00011)V9(00002)
007514                                     COMP-3 VALUE ZERO.
007515 77  WR-0044-RESUB-CNT               PIC S9(00009) COMP-3
007516                                     VALUE ZERO.
007517 77  WR-0044-ADJ-CNT                 PIC S9(00009) COMP-3
007518                                     VALUE ZERO.
007519 77  WR-0044-DEL-CNT                 PIC S9(00009) COMP-3
007520                                     VALUE ZERO.
007521 77  WR-0044-CLOSE-CNT               PIC S9(00009) COMP-3
007522                                     VALUE ZERO.
007523 77  WR-0044-CORR-AMT                PIC S9(00011)V9(00002)
007524                                     COMP-3 VALUE ZERO.
007525 77  WR-0044-CARD-CNT                PIC S9(00009) COMP-3
007526                                     VALUE ZERO.
007527 77  WR-0044-CARD-BAD-CNT            PIC S9(00009) COMP-3
007528                                     VALUE ZERO.
007533 77  WR-0044-HASH-AMT                PIC S9(00013)V9(00002)
007566                                     COMP-3 VALUE ZERO.
007600 77  WR-0044-PDE-CNT                 PIC S9(00009) COMP-3
007700                                     VALUE ZERO.
007800 77  WR-0044-EXTR-AMT                PIC S9(00011)V9(00002)
007900                                     COMP-3 VALUE ZERO.
008000 77  WR-0044-ADJUD-AMT               PIC S9(00011)V9(00002)
008100                                     COMP-3 VALUE ZERO.
008133*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
008166     COPY WKC90040.
008177*    OUTBOUND FILE MANIFEST - SHARED PDDS9006 ROUTINE.
008188     COPY WKC90060.
008200*****************************************************************
008300*  EXEC SQL - SQLCA, HOST VARIABLES AND CURSORS                 *
008400*****************************************************************
008500     EXEC SQL INCLUDE SQLCA END-EXEC.
008600     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
008650     COPY CLPDESTB.
008700 01  WH-0044-HOST-VARS.
008733     05  WH-0044-BUS-DT              PIC X(00010).
008766     05  WH-0044-HDR-STAT-CD         PIC X(00001).
008800     05  WH-0044-MO-BEG-DT           PIC X(00010).
008900     05  WH-0044-MO-END-DT           PIC X(00010).
009000     05  WH-0044-TCN-NUM             PIC S9(00017) COMP-3.
012900          WHERE C_TCN_NUM = :WH-0044-TCN-NUM
013000     END-EXEC.
013100*****************************************************************
013102*  CORRECTION CURSOR - SUBMITTED PDES THAT MAY NEED TO GO AGAIN:*
013104*  EVERY OPEN REJECTION, EVERY ACCEPTED PDE WHOSE CLAIM IS GONE,*
013106*  NO LONGER PAID OR PAID DIFFERENTLY OR THAT THE ERROR TEAM HAS*
013108*  FLAGGED, AND ANY CORRECTION ALREADY SENT TODAY (A RERUN)     *
013110*****************************************************************
013112     EXEC SQL
013114         DECLARE C0044C CURSOR FOR
013116         SELECT P.C_TCN_NUM, P.B_SYS_ID, P.C_PDE_STAT_CD,
013118                P.C_PDE_ACTN_CD, P.C_PDE_ACPT_IND,
013120                P.C_PDE_CORR_CD, P.C_PDE_NDC_NUM,
013122                P.C_PDE_SVC_DT, P.C_PDE_PAID_AMT,
013124                P.C_PDE_DED_AMT, P.C_PDE_INIT_AMT,
013126                P.C_PDE_GAP_AMT, P.C_PDE_CAT_AMT,
013128                P.C_PDE_OTH_PYR_AMT,
013130                COALESCE(A.C_HDR_STAT_CD, ' '),
013132                COALESCE(A.R_DRUG_CD, 0),
013134                COALESCE(A.C_HDR_SVC_FST_DT, ' '),
013136                COALESCE(A.C_TOT_REIMB_AMT, 0),
013138                COALESCE(A.C_OTH_PYR_PAID_AMT, 0)
013140           FROM C_PDE_SUBM_TB P
013142                LEFT OUTER JOIN C_LI_DRUG_TB A
013144                  ON A.C_TCN_NUM = P.C_TCN_NUM
013146          WHERE P.C_PDE_STAT_CD = 'R'
013148             OR (P.C_PDE_STAT_CD = 'A'
013150                 AND (P.C_PDE_CORR_CD <> ' '
013152                      OR A.C_TCN_NUM IS NULL
013154                      OR A.C_HDR_STAT_CD <> 'P'
013156                      OR A.C_TOT_REIMB_AMT <> P.C_PDE_PAID_AMT
013158                      OR COALESCE(A.C_OTH_PYR_PAID_AMT, 0)
013160                         <> P.C_PDE_OTH_PYR_AMT))
013162             OR (P.C_PDE_STAT_CD  = 'S'
013164                 AND P.C_PDE_SENT_DT  = :WH-0044-BUS-DT
013166                 AND P.C_PDE_SENT_CNT > 1)
013168          ORDER BY P.C_TCN_NUM
013170     END-EXEC.
013172*****************************************************************
013200*  REPORT LINE LAYOUTS                                         *
013300*****************************************************************
013400 01  RL-0044-HDG1.
014900 01  RL-0044-BAL-LINE.
015000     05  FILLER                      PIC X(00001) VALUE SPACE.
015100     05  RL-0044-B-TX                PIC X(00060).
015112 01  RL-0044-CARD-LINE.
015124     05  FILLER                      PIC X(00001) VALUE SPACE.
015136     05  FILLER                      PIC X(00016) VALUE
015148         'PDECORR CARD  '.
015160     05  RL-0044-K-CARD              PIC X(00019).
015172     05  FILLER                      PIC X(00002) VALUE SPACES.
015184     05  RL-0044-K-MSG               PIC X(00040).
015200*****************************************************************
015300*  PROCEDURE DIVISION                                          *
015400*****************************************************************
015900     PERFORM 2000-ONE-CLAIM
016000         THRU 2000-ONE-CLAIM-EXIT
016100         UNTIL WR-0044-EOF.
016133     PERFORM 5000-CORRECTIONS
016166         THRU 5000-CORRECTIONS-EXIT.
016200     PERFORM 8000-FINALIZE
016300         THRU 8000-FINALIZE-EXIT.
016400     GOBACK.
016600*    1000-INITIALIZE                                            *
016700*****************************************************************
016800 1000-INITIALIZE.
016811     MOVE 'PDDR0044'             TO WK-9004-PGM-ID.
016822     MOVE SPACES                 TO WK-9004-OVRD-DT.
016833     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
016844     IF WK-9004-NO-BUS-DT
016855         DISPLAY 'PDDR0044 - NO BUSINESS PROCESSING DATE'
016866         MOVE 16 TO RETURN-CODE
016877         GOBACK
016888     END-IF.
016925     MOVE WK-9004-BUS-DT         TO WH-0044-BUS-DT.
016962     OPEN INPUT  PDEPARM-FILE PDECORR-FILE.
017000     OPEN OUTPUT PDEOUT-FILE RPT0044-FILE.
017100     READ PDEPARM-FILE
017200         AT END
017450             MOVE SPACES TO PE-PARM-REC
017700     END-READ.
017716*    NO MONTH CARD - RUN THE PREVIOUS CALENDAR MONTH.
017732     IF PE-MO-BEG-DT = SPACES
017748         MOVE WK-9004-PRV-MO-BEG-DT TO PE-MO-BEG-DT
017764         MOVE WK-9004-PRV-MO-END-DT TO PE-MO-END-DT
017780     END-IF.
017800     MOVE PE-MO-BEG-DT           TO WH-0044-MO-BEG-DT
017900                                    RL-0044-H1-BEG.
018000     MOVE PE-MO-END-DT           TO WH-0044-MO-END-DT
021600     EXIT.
021700*****************************************************************
021800*    3000-BUILD-PDE - ALLOCATE THE STAGE AMOUNTS INTO THE FOUR  *
021866*    PDE BUCKETS AND WRITE THE RECORD.  A CLAIM SUBMITTED ON AN *
021932*    EARLIER RUN IS LEFT TO THE CORRECTION CYCLE                *
022000*****************************************************************
022100 3000-BUILD-PDE.
022103     PERFORM 3050-GATHER-STAGES
022106         THRU 3050-GATHER-STAGES-EXIT.
022109     PERFORM 3200-FIND-SUBMISSION
022112         THRU 3200-FIND-SUBMISSION-EXIT.
022115     IF WR-0044-PRIOR-SUBM
022118         ADD 1                   TO WR-0044-PRIOR-CNT
022121         ADD WH-0044-PAID-AMT    TO WR-0044-PRIOR-AMT
022124         GO TO 3000-BUILD-PDE-EXIT
022127     END-IF.
022130     MOVE SPACE                  TO PO-ADJ-DEL-CD.
022133     PERFORM 3500-WRITE-PDE
022136         THRU 3500-WRITE-PDE-EXIT.
022139     ADD 1                       TO WR-0044-PDE-CNT.
022142     ADD WH-0044-PAID-AMT        TO WR-0044-EXTR-AMT.
022145     SET CLPDESTB-ACTN-ORIGINAL  TO TRUE.
022148     IF WR-0044-NEW-SUBM
022151         PERFORM 3300-INSERT-SUBMISSION
022154             THRU 3300-INSERT-SUBMISSION-EXIT
022157     ELSE
022160         PERFORM 3400-UPDATE-SUBMISSION
022163             THRU 3400-UPDATE-SUBMISSION-EXIT
022166     END-IF.
022169 3000-BUILD-PDE-EXIT.
022172     EXIT.
022175*****************************************************************
022178*    3050-GATHER-STAGES - THE CLAIM IN THE WH-0044 FIELDS INTO  *
022181*    THE PDE RECORD, STAGE ROWS ALLOCATED TO THE FOUR BUCKETS   *
022184*****************************************************************
022187 3050-GATHER-STAGES.
022200     MOVE ZERO                   TO PO-DED-STG-AMT
022300                                    PO-INIT-STG-AMT
022400                                    PO-GAP-STG-AMT
024200     MOVE WH-0044-SVC-DT         TO PO-SVC-DT.
024300     MOVE WH-0044-PAID-AMT       TO PO-PAID-AMT.
024400     MOVE WH-0044-OTH-PYR-AMT    TO PO-OTH-PYR-AMT.
024650 3050-GATHER-STAGES-EXIT.
024900     EXIT.
025000*****************************************************************
025100*    3100-ONE-STAGE - THE NCPDP BENEFIT STAGE QUALIFIERS MAP    *
027200         GO TO 9999-SQL-ERROR
027300     END-EVALUATE.
027400 3100-ONE-STAGE-EXIT.
027401     EXIT.
027402*****************************************************************
027403*    3200-FIND-SUBMISSION - NEW CLAIM, THE SAME CLAIM SENT      *
027404*    EARLIER TODAY (A RERUN - SEND IT AGAIN), OR SUBMITTED ON   *
027405*    AN EARLIER RUN OR ALREADY CORRECTED TODAY (LEAVE IT)       *
027406*****************************************************************
027407 3200-FIND-SUBMISSION.
027408     SET WR-0044-NEW-SUBM        TO TRUE.
027409     MOVE WH-0044-TCN-NUM        TO CLPDESTB-C-TCN-NUM.
027410     EXEC SQL
027411         SELECT C_PDE_STAT_CD, C_PDE_SENT_DT, C_PDE_SENT_CNT
027412           INTO :CLPDESTB-C-PDE-STAT-CD,
027413                :CLPDESTB-C-PDE-SENT-DT,
027414                :CLPDESTB-C-PDE-SENT-CNT
027415           FROM C_PDE_SUBM_TB
027416          WHERE C_TCN_NUM = :CLPDESTB-C-TCN-NUM
027417     END-EXEC.
027418     EVALUATE SQLCODE
027419       WHEN 0
027420         CONTINUE
027421       WHEN 100
027422         GO TO 3200-FIND-SUBMISSION-EXIT
027423       WHEN OTHER
027424         GO TO 9999-SQL-ERROR
027425     END-EVALUATE.
027426     IF CLPDESTB-SENT
027427        AND CLPDESTB-C-PDE-SENT-DT = WH-0044-BUS-DT
027428        AND CLPDESTB-C-PDE-SENT-CNT = 1
027429         SET WR-0044-RERUN-SUBM  TO TRUE
027430     ELSE
027431         SET WR-0044-PRIOR-SUBM  TO TRUE
027432     END-IF.
027433 3200-FIND-SUBMISSION-EXIT.
027434     EXIT.
027435*****************************************************************
027436*    3300-INSERT-SUBMISSION - FIRST SENDING OF A CLAIM'S PDE    *
027437*****************************************************************
027438 3300-INSERT-SUBMISSION.
027439     PERFORM 3600-SENT-VALUES
027440         THRU 3600-SENT-VALUES-EXIT.
027441     EXEC SQL
027442         INSERT INTO C_PDE_SUBM_TB
027443                (C_TCN_NUM, B_SYS_ID, C_PDE_STAT_CD,
027444                 C_PDE_ACTN_CD, C_PDE_ACPT_IND, C_PDE_CORR_CD,
027445                 C_PDE_SENT_DT, C_PDE_SENT_CNT, C_PDE_NDC_NUM,
027446                 C_PDE_SVC_DT, C_PDE_PAID_AMT, C_PDE_DED_AMT,
027447                 C_PDE_INIT_AMT, C_PDE_GAP_AMT, C_PDE_CAT_AMT,
027448                 C_PDE_OTH_PYR_AMT, C_PDE_RTN_DT, C_PDE_ERR_CNT,
027449                 C_PDE_FST_REJ_DT, C_UPD_USER_ID, C_UPD_TS)
027450         VALUES (:CLPDESTB-C-TCN-NUM,
027451                 :CLPDESTB-B-SYS-ID,
027452                 'S',
027453                 :CLPDESTB-C-PDE-ACTN-CD,
027454                 'N', ' ',
027455                 :WH-0044-BUS-DT,
027456                 1,
027457                 :CLPDESTB-C-PDE-NDC-NUM,
027458                 :CLPDESTB-C-PDE-SVC-DT,
027459                 :CLPDESTB-C-PDE-PAID-AMT,
027460                 :CLPDESTB-C-PDE-DED-AMT,
027461                 :CLPDESTB-C-PDE-INIT-AMT,
027462                 :CLPDESTB-C-PDE-GAP-AMT,
027463                 :CLPDESTB-C-PDE-CAT-AMT,
027464                 :CLPDESTB-C-PDE-OTH-PYR-AMT,
027465                 ' ', 0, ' ',
027466                 'PDDR0044',
027467                 TO_CHAR(CURRENT_TIMESTAMP,
027468                         'YYYY-MM-DD-HH24.MI.SS.FF6'))
027469     END-EXEC.
027470     IF SQLCODE NOT = 0
027471         GO TO 9999-SQL-ERROR
027472     END-IF.
027473 3300-INSERT-SUBMISSION-EXIT.
027474     EXIT.
027475*****************************************************************
027476*    3400-UPDATE-SUBMISSION - THE PDE GOES AGAIN: WHAT WAS SENT *
027477*    AND HOW, AWAITING THE CMS RETURN.  A RERUN OF THE SAME DAY *
027478*    DOES NOT COUNT AS ANOTHER SENDING                          *
027479*****************************************************************
027480 3400-UPDATE-SUBMISSION.
027481     PERFORM 3600-SENT-VALUES
027482         THRU 3600-SENT-VALUES-EXIT.
027483     IF WR-0044-RERUN-SUBM
027484         MOVE ZERO               TO CLPDESTB-C-PDE-SENT-CNT
027485     ELSE
027486         MOVE 1                  TO CLPDESTB-C-PDE-SENT-CNT
027487     END-IF.
027488     EXEC SQL
027489         UPDATE C_PDE_SUBM_TB
027490            SET C_PDE_STAT_CD     = 'S',
027491                C_PDE_ACTN_CD     = :CLPDESTB-C-PDE-ACTN-CD,
027492                C_PDE_CORR_CD     = ' ',
027493                C_PDE_SENT_DT     = :WH-0044-BUS-DT,
027494                C_PDE_SENT_CNT    = C_PDE_SENT_CNT
027495                                  + :CLPDESTB-C-PDE-SENT-CNT,
027496                C_PDE_NDC_NUM     = :CLPDESTB-C-PDE-NDC-NUM,
027497                C_PDE_SVC_DT      = :CLPDESTB-C-PDE-SVC-DT,
027498                C_PDE_PAID_AMT    = :CLPDESTB-C-PDE-PAID-AMT,
027499                C_PDE_DED_AMT     = :CLPDESTB-C-PDE-DED-AMT,
027500                C_PDE_INIT_AMT    = :CLPDESTB-C-PDE-INIT-AMT,
027501                C_PDE_GAP_AMT     = :CLPDESTB-C-PDE-GAP-AMT,
027502                C_PDE_CAT_AMT     = :CLPDESTB-C-PDE-CAT-AMT,
027503                C_PDE_OTH_PYR_AMT = :CLPDESTB-C-PDE-OTH-PYR-AMT,
027504                C_UPD_USER_ID     = 'PDDR0044',
027505                C_UPD_TS          = TO_CHAR(CURRENT_TIMESTAMP,
027506                                    'YYYY-MM-DD-HH24.MI.SS.FF6')
027507          WHERE C_TCN_NUM = :CLPDESTB-C-TCN-NUM
027508     END-EXEC.
027509     IF SQLCODE NOT = 0
027510         GO TO 9999-SQL-ERROR
027511     END-IF.
027512 3400-UPDATE-SUBMISSION-EXIT.
027513     EXIT.
027514*****************************************************************
027515*    3500-WRITE-PDE - EVERY RECORD ON THE FILE, FOR THE HASH    *
027516*    TOTAL AND RECORD COUNT REGISTERED ON THE MANIFEST          *
027517*****************************************************************
027518 3500-WRITE-PDE.
027519     ADD PO-PAID-AMT     PO-DED-STG-AMT  PO-INIT-STG-AMT
027520         PO-GAP-STG-AMT  PO-CAT-STG-AMT  PO-OTH-PYR-AMT
027521                                 TO WR-0044-HASH-AMT.
027522     WRITE PO-PDE-REC.
027523     ADD 1                       TO WR-0044-FILE-CNT.
027524 3500-WRITE-PDE-EXIT.
027525     EXIT.
027526*****************************************************************
027527*    3600-SENT-VALUES - THE PDE RECORD JUST WRITTEN, AS SENT    *
027528*****************************************************************
027529 3600-SENT-VALUES.
027530     MOVE PO-TCN-NUM             TO CLPDESTB-C-TCN-NUM.
027531     MOVE PO-SYS-ID              TO CLPDESTB-B-SYS-ID.
027532     MOVE PO-NDC-NUM             TO CLPDESTB-C-PDE-NDC-NUM.
027533     MOVE PO-SVC-DT              TO CLPDESTB-C-PDE-SVC-DT.
027534     MOVE PO-PAID-AMT            TO CLPDESTB-C-PDE-PAID-AMT.
027535     MOVE PO-DED-STG-AMT         TO CLPDESTB-C-PDE-DED-AMT.
027536     MOVE PO-INIT-STG-AMT        TO CLPDESTB-C-PDE-INIT-AMT.
027537     MOVE PO-GAP-STG-AMT         TO CLPDESTB-C-PDE-GAP-AMT.
027538     MOVE PO-CAT-STG-AMT         TO CLPDESTB-C-PDE-CAT-AMT.
027539     MOVE PO-OTH-PYR-AMT         TO CLPDESTB-C-PDE-OTH-PYR-AMT.
027540 3600-SENT-VALUES-EXIT.
027541     EXIT.
027542*****************************************************************
027543*    5000-CORRECTIONS - APPLY THE PDECORR CARDS, THEN SEND WHAT *
027544*    THE CORRECTION CURSOR FINDS                                *
027545*****************************************************************
027546 5000-CORRECTIONS.
027547     PERFORM 5100-ONE-CARD
027548         THRU 5100-ONE-CARD-EXIT
027549         UNTIL WR-0044-CORR-EOF.
027550     MOVE 'N'                    TO WR-0044-CORR-EOF-SW.
027551     EXEC SQL
027552         OPEN C0044C
027553     END-EXEC.
027554     IF SQLCODE NOT = 0
027555         GO TO 9999-SQL-ERROR
027556     END-IF.
027557     PERFORM 5200-ONE-CORRECTION
027558         THRU 5200-ONE-CORRECTION-EXIT
027559         UNTIL WR-0044-CORR-EOF.
027560     EXEC SQL
027561         CLOSE C0044C
027562     END-EXEC.
027563 5000-CORRECTIONS-EXIT.
027564     EXIT.
027565*****************************************************************
027566*    5100-ONE-CARD - FLAG THE PDE; ONLY AN ACCEPTED OR REJECTED *
027567*    PDE CAN BE FLAGGED                                         *
027568*****************************************************************
027569 5100-ONE-CARD.
027570     READ PDECORR-FILE
027571         AT END
027572             SET WR-0044-CORR-EOF TO TRUE
027573             GO TO 5100-ONE-CARD-EXIT
027574     END-READ.
027575     ADD 1                       TO WR-0044-CARD-CNT.
027576     MOVE PC-CORR-REC (1:19)     TO RL-0044-K-CARD.
027577     IF PC-TCN-TX NOT NUMERIC
027578        OR (NOT PC-RESEND AND NOT PC-DELETE)
027579         MOVE 'NOT TCN AND R OR D - IGNORED' TO RL-0044-K-MSG
027580         PERFORM 5190-BAD-CARD
027581             THRU 5190-BAD-CARD-EXIT
027582         GO TO 5100-ONE-CARD-EXIT
027583     END-IF.
027584     MOVE PC-TCN-NUM             TO CLPDESTB-C-TCN-NUM.
027585     MOVE PC-CORR-CD             TO CLPDESTB-C-PDE-CORR-CD.
027586     EXEC SQL
027587         UPDATE C_PDE_SUBM_TB
027588            SET C_PDE_CORR_CD = :CLPDESTB-C-PDE-CORR-CD,
027589                C_UPD_USER_ID = 'PDDR0044',
027590                C_UPD_TS      = TO_CHAR(CURRENT_TIMESTAMP,
027591                                'YYYY-MM-DD-HH24.MI.SS.FF6')
027592          WHERE C_TCN_NUM     = :CLPDESTB-C-TCN-NUM
027593            AND C_PDE_STAT_CD IN ('A', 'R')
027594     END-EXEC.
027595     EVALUATE SQLCODE
027596       WHEN 0
027597         CONTINUE
027598       WHEN 100
027599         MOVE 'NO ACCEPTED OR REJECTED PDE - IGNORED'
027600                                 TO RL-0044-K-MSG
027601         PERFORM 5190-BAD-CARD
027602             THRU 5190-BAD-CARD-EXIT
027603       WHEN OTHER
027604         GO TO 9999-SQL-ERROR
027605     END-EVALUATE.
027606 5100-ONE-CARD-EXIT.
027607     EXIT.
027608*****************************************************************
027609*    5190-BAD-CARD - LIST A CARD THAT WAS NOT APPLIED           *
027610*****************************************************************
027611 5190-BAD-CARD.
027612     ADD 1                       TO WR-0044-CARD-BAD-CNT.
027613     WRITE RPT0044-REC FROM RL-0044-CARD-LINE
027614         AFTER ADVANCING 1 LINE.
027615 5190-BAD-CARD-EXIT.
027616     EXIT.
027617*****************************************************************
027618*    5200-ONE-CORRECTION - A CLAIM NO LONGER PAID (OR FLAGGED D)*
027619*    IS DELETED IF CMS HOLDS IT, ELSE CLOSED.  A PAID CLAIM THAT*
027620*    HAS CHANGED SINCE IT WAS SENT (OR FLAGGED R) GOES AS AN    *
027621*    ADJUSTMENT IF CMS HOLDS IT, ELSE AS A NEW ORIGINAL.  A     *
027622*    CORRECTION ALREADY SENT TODAY GOES AGAIN AS IT WAS SENT    *
027623*****************************************************************
027624 5200-ONE-CORRECTION.
027625     EXEC SQL
027626         FETCH C0044C
027627         INTO :CLPDESTB-C-TCN-NUM,
027628              :CLPDESTB-B-SYS-ID,
027629              :CLPDESTB-C-PDE-STAT-CD,
027630              :CLPDESTB-C-PDE-ACTN-CD,
027631              :CLPDESTB-C-PDE-ACPT-IND,
027632              :CLPDESTB-C-PDE-CORR-CD,
027633              :CLPDESTB-C-PDE-NDC-NUM,
027634              :CLPDESTB-C-PDE-SVC-DT,
027635              :CLPDESTB-C-PDE-PAID-AMT,
027636              :CLPDESTB-C-PDE-DED-AMT,
027637              :CLPDESTB-C-PDE-INIT-AMT,
027638              :CLPDESTB-C-PDE-GAP-AMT,
027639              :CLPDESTB-C-PDE-CAT-AMT,
027640              :CLPDESTB-C-PDE-OTH-PYR-AMT,
027641              :WH-0044-HDR-STAT-CD,
027642              :WH-0044-NDC-NUM,
027643              :WH-0044-SVC-DT,
027644              :WH-0044-PAID-AMT,
027645              :WH-0044-OTH-PYR-AMT
027646     END-EXEC.
027647     EVALUATE SQLCODE
027648       WHEN 0
027649         CONTINUE
027650       WHEN 100
027651         SET WR-0044-CORR-EOF    TO TRUE
027652         GO TO 5200-ONE-CORRECTION-EXIT
027653       WHEN OTHER
027654         GO TO 9999-SQL-ERROR
027655     END-EVALUATE.
027656     IF CLPDESTB-SENT
027657         PERFORM 5300-RESEND-AS-SENT
027658             THRU 5300-RESEND-AS-SENT-EXIT
027659         GO TO 5200-ONE-CORRECTION-EXIT
027660     END-IF.
027661     SET WR-0044-NEW-SUBM        TO TRUE.
027662     IF WH-0044-HDR-STAT-CD NOT = 'P'
027663        OR CLPDESTB-CORR-DELETE
027664         PERFORM 5400-DELETE-OR-CLOSE
027665             THRU 5400-DELETE-OR-CLOSE-EXIT
027666         GO TO 5200-ONE-CORRECTION-EXIT
027667     END-IF.
027668     MOVE CLPDESTB-C-TCN-NUM     TO WH-0044-TCN-NUM.
027669     MOVE CLPDESTB-B-SYS-ID      TO WH-0044-SYS-ID.
027670     PERFORM 3050-GATHER-STAGES
027671         THRU 3050-GATHER-STAGES-EXIT.
027672     MOVE 'N'                    TO WR-0044-CHANGED-SW.
027673     IF PO-NDC-NUM      NOT = CLPDESTB-C-PDE-NDC-NUM
027674        OR PO-SVC-DT       NOT = CLPDESTB-C-PDE-SVC-DT
027675        OR PO-PAID-AMT     NOT = CLPDESTB-C-PDE-PAID-AMT
027676        OR PO-DED-STG-AMT  NOT = CLPDESTB-C-PDE-DED-AMT
027677        OR PO-INIT-STG-AMT NOT = CLPDESTB-C-PDE-INIT-AMT
027678        OR PO-GAP-STG-AMT  NOT = CLPDESTB-C-PDE-GAP-AMT
027679        OR PO-CAT-STG-AMT  NOT = CLPDESTB-C-PDE-CAT-AMT
027680        OR PO-OTH-PYR-AMT  NOT = CLPDESTB-C-PDE-OTH-PYR-AMT
027681         SET WR-0044-CHANGED     TO TRUE
027682     END-IF.
027683*    AN UNCHANGED REJECTION STAYS OPEN ON THE ERROR REPORT UNTIL
027684*    THE CLAIM IS FIXED OR THE ERROR TEAM FLAGS IT FOR RESEND.
027685     IF NOT WR-0044-CHANGED
027686        AND NOT CLPDESTB-CORR-RESEND
027687         GO TO 5200-ONE-CORRECTION-EXIT
027688     END-IF.
027689     IF CLPDESTB-HELD-AT-CMS
027690         MOVE 'A'                TO PO-ADJ-DEL-CD
027691         SET CLPDESTB-ACTN-ADJUST TO TRUE
027692         ADD 1                   TO WR-0044-ADJ-CNT
027693     ELSE
027694         MOVE SPACE              TO PO-ADJ-DEL-CD
027695         SET CLPDESTB-ACTN-ORIGINAL TO TRUE
027696         ADD 1                   TO WR-0044-RESUB-CNT
027697     END-IF.
027698     PERFORM 3500-WRITE-PDE
027699         THRU 3500-WRITE-PDE-EXIT.
027700     ADD PO-PAID-AMT             TO WR-0044-CORR-AMT.
027701     PERFORM 3400-UPDATE-SUBMISSION
027702         THRU 3400-UPDATE-SUBMISSION-EXIT.
027703 5200-ONE-CORRECTION-EXIT.
027704     EXIT.
027705*****************************************************************
027706*    5300-RESEND-AS-SENT - RERUN: THE STORED VALUES AND ACTION  *
027707*****************************************************************
027708 5300-RESEND-AS-SENT.
027709     PERFORM 5500-STORED-VALUES
027710         THRU 5500-STORED-VALUES-EXIT.
027711     EVALUATE TRUE
027712       WHEN CLPDESTB-ACTN-DELETE
027713         MOVE 'D'                TO PO-ADJ-DEL-CD
027714         ADD 1                   TO WR-0044-DEL-CNT
027715       WHEN CLPDESTB-ACTN-ADJUST
027716         MOVE 'A'                TO PO-ADJ-DEL-CD
027717         ADD 1                   TO WR-0044-ADJ-CNT
027718         ADD PO-PAID-AMT         TO WR-0044-CORR-AMT
027719       WHEN OTHER
027720         MOVE SPACE              TO PO-ADJ-DEL-CD
027721         ADD 1                   TO WR-0044-RESUB-CNT
027722         ADD PO-PAID-AMT         TO WR-0044-CORR-AMT
027723     END-EVALUATE.
027724     PERFORM 3500-WRITE-PDE
027725         THRU 3500-WRITE-PDE-EXIT.
027726 5300-RESEND-AS-SENT-EXIT.
027727     EXIT.
027728*****************************************************************
027729*    5400-DELETE-OR-CLOSE - CMS HOLDS AN ACCEPTED VERSION: SEND *
027730*    A DELETE OF WHAT WAS LAST SENT.  OTHERWISE THERE IS        *
027731*    NOTHING AT CMS AND THE REJECTION IS CLOSED                 *
027732*****************************************************************
027733 5400-DELETE-OR-CLOSE.
027734     IF CLPDESTB-HELD-AT-CMS
027735         PERFORM 5500-STORED-VALUES
027736             THRU 5500-STORED-VALUES-EXIT
027737         MOVE 'D'                TO PO-ADJ-DEL-CD
027738         PERFORM 3500-WRITE-PDE
027739             THRU 3500-WRITE-PDE-EXIT
027740         ADD 1                   TO WR-0044-DEL-CNT
027741         SET CLPDESTB-ACTN-DELETE TO TRUE
027742         PERFORM 3400-UPDATE-SUBMISSION
027743             THRU 3400-UPDATE-SUBMISSION-EXIT
027744         GO TO 5400-DELETE-OR-CLOSE-EXIT
027745     END-IF.
027746     EXEC SQL
027747         UPDATE C_PDE_SUBM_TB
027748            SET C_PDE_STAT_CD = 'X',
027749                C_PDE_CORR_CD = ' ',
027750                C_UPD_USER_ID = 'PDDR0044',
027751                C_UPD_TS      = TO_CHAR(CURRENT_TIMESTAMP,
027752                                'YYYY-MM-DD-HH24.MI.SS.FF6')
027753          WHERE C_TCN_NUM = :CLPDESTB-C-TCN-NUM
027754     END-EXEC.
027755     IF SQLCODE NOT = 0
027756         GO TO 9999-SQL-ERROR
027757     END-IF.
027758     ADD 1                       TO WR-0044-CLOSE-CNT.
027759 5400-DELETE-OR-CLOSE-EXIT.
027760     EXIT.
027761*****************************************************************
027762*    5500-STORED-VALUES - THE PDE RECORD AS LAST SENT           *
027763*****************************************************************
027764 5500-STORED-VALUES.
027765     MOVE CLPDESTB-C-TCN-NUM     TO PO-TCN-NUM.
027766     MOVE CLPDESTB-B-SYS-ID      TO PO-SYS-ID.
027767     MOVE CLPDESTB-C-PDE-NDC-NUM TO PO-NDC-NUM.
027768     MOVE CLPDESTB-C-PDE-SVC-DT  TO PO-SVC-DT.
027769     MOVE CLPDESTB-C-PDE-PAID-AMT TO PO-PAID-AMT.
027770     MOVE CLPDESTB-C-PDE-DED-AMT TO PO-DED-STG-AMT.
027771     MOVE CLPDESTB-C-PDE-INIT-AMT TO PO-INIT-STG-AMT.
027772     MOVE CLPDESTB-C-PDE-GAP-AMT TO PO-GAP-STG-AMT.
027773     MOVE CLPDESTB-C-PDE-CAT-AMT TO PO-CAT-STG-AMT.
027774     MOVE CLPDESTB-C-PDE-OTH-PYR-AMT TO PO-OTH-PYR-AMT.
027775 5500-STORED-VALUES-EXIT.
027776     EXIT.
027777*****************************************************************
027778*    8000-FINALIZE - BALANCING: EXTRACT DOLLARS MUST EQUAL THE  *
027800*    MONTH'S ADJUDICATED DOLLARS FOR STAGE-CARRYING CLAIMS      *
027900*****************************************************************
028000 8000-FINALIZE.
030200     MOVE WR-0044-EXTR-AMT       TO RL-0044-A-AMT.
030300     WRITE RPT0044-REC FROM RL-0044-AMT-LINE
030400         AFTER ADVANCING 1 LINE.
030411     MOVE 'PREVIOUSLY SUBMITTED CLAIMS' TO RL-0044-C-LABEL.
030422     MOVE WR-0044-PRIOR-CNT      TO RL-0044-C-CNT.
030433     WRITE RPT0044-REC FROM RL-0044-COUNT-LINE
030444         AFTER ADVANCING 1 LINE.
030455     MOVE 'PREVIOUSLY SUBMITTED DOLLARS' TO RL-0044-A-LABEL.
030466     MOVE WR-0044-PRIOR-AMT      TO RL-0044-A-AMT.
030477     WRITE RPT0044-REC FROM RL-0044-AMT-LINE
030488         AFTER ADVANCING 1 LINE.
030500     MOVE 'ADJUDICATED DOLLARS'  TO RL-0044-A-LABEL.
030600     MOVE WR-0044-ADJUD-AMT      TO RL-0044-A-AMT.
030700     WRITE RPT0044-REC FROM RL-0044-AMT-LINE
030800         AFTER ADVANCING 1 LINE.
030875     IF WR-0044-EXTR-AMT + WR-0044-PRIOR-AMT
030950                             = WR-0044-ADJUD-AMT
031025         MOVE 'BALANCED - EXTRACT + PREVIOUS = ADJUDICATED'
031100                                 TO RL-0044-B-TX
031101     ELSE
031102         MOVE '*** OUT OF BALANCE - DO NOT TRANSMIT ***'
031103                                 TO RL-0044-B-TX
031104     END-IF.
031105     WRITE RPT0044-REC FROM RL-0044-BAL-LINE
031106         AFTER ADVANCING 2 LINES.
031107     MOVE 'RESUBMITTED REJECTED PDES' TO RL-0044-C-LABEL.
031108     MOVE WR-0044-RESUB-CNT      TO RL-0044-C-CNT.
031109     WRITE RPT0044-REC FROM RL-0044-COUNT-LINE
031110         AFTER ADVANCING 2 LINES.
031111     MOVE 'ADJUSTMENTS'          TO RL-0044-C-LABEL.
031112     MOVE WR-0044-ADJ-CNT        TO RL-0044-C-CNT.
031113     WRITE RPT0044-REC FROM RL-0044-COUNT-LINE
031114         AFTER ADVANCING 1 LINE.
031115     MOVE 'DELETES'              TO RL-0044-C-LABEL.
031116     MOVE WR-0044-DEL-CNT        TO RL-0044-C-CNT.
031117     WRITE RPT0044-REC FROM RL-0044-COUNT-LINE
031118         AFTER ADVANCING 1 LINE.
031119     MOVE 'CORRECTION DOLLARS'   TO RL-0044-A-LABEL.
031120     MOVE WR-0044-CORR-AMT       TO RL-0044-A-AMT.
031121     WRITE RPT0044-REC FROM RL-0044-AMT-LINE
031122         AFTER ADVANCING 1 LINE.
031123     MOVE 'REJECTIONS CLOSED, CLAIM NOT PAID' TO RL-0044-C-LABEL.
031124     MOVE WR-0044-CLOSE-CNT      TO RL-0044-C-CNT.
031125     WRITE RPT0044-REC FROM RL-0044-COUNT-LINE
031126         AFTER ADVANCING 1 LINE.
031127     MOVE 'PDECORR CARDS READ'   TO RL-0044-C-LABEL.
031128     MOVE WR-0044-CARD-CNT       TO RL-0044-C-CNT.
031129     WRITE RPT0044-REC FROM RL-0044-COUNT-LINE
031130         AFTER ADVANCING 1 LINE.
031131     MOVE 'PDECORR CARDS NOT APPLIED' TO RL-0044-C-LABEL.
031132     MOVE WR-0044-CARD-BAD-CNT   TO RL-0044-C-CNT.
031133     WRITE RPT0044-REC FROM RL-0044-COUNT-LINE
031134         AFTER ADVANCING 1 LINE.
031135     MOVE 'PDE RECORDS ON FILE'  TO RL-0044-C-LABEL.
031136     MOVE WR-0044-FILE-CNT       TO RL-0044-C-CNT.
031137     WRITE RPT0044-REC FROM RL-0044-COUNT-LINE
031138         AFTER ADVANCING 1 LINE.
031139*    AN OUT-OF-BALANCE FILE IS NOT SENT, SO NOTHING IS RECORDED
031140*    AS SUBMITTED.
031141     IF WR-0044-EXTR-AMT + WR-0044-PRIOR-AMT
031142                             = WR-0044-ADJUD-AMT
031143         PERFORM 8500-REGISTER-FILE
031166             THRU 8500-REGISTER-FILE-EXIT
031200     ELSE
031350         EXEC SQL ROLLBACK END-EXEC
031500         MOVE 8 TO RETURN-CODE
031600     END-IF.
031660     IF WR-0044-CARD-BAD-CNT > ZERO
031720        AND RETURN-CODE < 4
031780         MOVE 4 TO RETURN-CODE
031840     END-IF.
031900     EXEC SQL
032000         CLOSE C0044
032100     END-EXEC.
032200     CLOSE PDEPARM-FILE PDECORR-FILE PDEOUT-FILE RPT0044-FILE.
032300 8000-FINALIZE-EXIT.
032400     EXIT.
032500*****************************************************************
032503*    8500-REGISTER-FILE - PDEOUT ON THE OUTBOUND FILE           *
032506*    MANIFEST (SHARED PDDS9006).  A FAILED REGISTRATION LEAVES  *
032508*    A GOOD FILE UNTRACKED - RC 4 SO OPERATIONS RERUN THE STEP, *
032510*    AND THE SUBMISSION ROWS ARE BACKED OUT WITH IT             *
032512*****************************************************************
032515 8500-REGISTER-FILE.
032518     MOVE 'PDE'                  TO WK-9006-FILE-TY-CD.
032521     MOVE 'PDDR0044'             TO WK-9006-PGM-ID.
032524     MOVE 'PDEOUT'               TO WK-9006-DD-NM.
032527     MOVE WK-9004-BUS-DT         TO WK-9006-BUS-DT.
032530     MOVE WR-0044-FILE-CNT       TO WK-9006-REC-CNT.
032533     MOVE WR-0044-HASH-AMT       TO WK-9006-HASH-AMT.
032536     CALL 'PDDS9006' USING WK-9006-CALL-PARMS.
032539     IF NOT WK-9006-OK
032542         DISPLAY 'PDDR0044 - FILE NOT ON MANIFEST, REPLY '
032545                 WK-9006-REPLY-CD ' SQLCODE ' WK-9006-SQLCODE
032546         EXEC SQL ROLLBACK END-EXEC
032548         IF RETURN-CODE < 4
032551             MOVE 4 TO RETURN-CODE
032554         END-IF
032557         GO TO 8500-REGISTER-FILE-EXIT
032560     END-IF.
032563     EXEC SQL COMMIT END-EXEC.
032566     DISPLAY 'PDDR0044 - MANIFEST ' WK-9006-GEN-NM.
032569 8500-REGISTER-FILE-EXIT.
032572     EXIT.
032575*****************************************************************
032600*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
032700*****************************************************************
032800 9999-SQL-ERROR.
032900     DISPLAY 'PDDR0044 - SQL ERROR ON C_LI_BENE_STG_TB'.
033000     DISPLAY 'SQLCODE = ' SQLCODE.
033050     EXEC SQL ROLLBACK END-EXEC.
033100     MOVE 16 TO RETURN-CODE.
033200     CLOSE PDEPARM-FILE PDECORR-FILE PDEOUT-FILE RPT0044-FILE.
033300     GOBACK.
