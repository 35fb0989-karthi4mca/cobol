001800*                  ALREADY PAST DUE.  WHEN THE STATE ASKS FOR  *
001900*                  EVERY APPEAL OLDER THAN 30 DAYS, THIS IS    *
002000*                  THE ANSWER - NOT A SPREADSHEET SORT.        *
002020*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002040*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002060*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
002080*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
002084*  10/15/26  ACS   THE DUE-SOON WINDOW IS NOW FIVE BUSINESS    *
002088*                  DAYS FROM THE RUN DATE (SHARED PDDS9005     *
002092*                  BUSINESS-DAY ROUTINE), SO A WEEKEND OR      *
002096*                  HOLIDAY NO LONGER EATS INTO THE WARNING.    *
002097*  10/15/26  ACS   OVERTURN REPROCESSING SECTION.  EVERY CASE  *
002098*                  CLOSED OVERTURNED IN THE LAST SEVEN DAYS,   *
002098*                  AND ANY STILL QUEUED OR FAILED, WITH THE    *
002098*                  EXCEPTION OVERTURNED, THE PDDB0047 OUTCOME, *
002099*                  THE NEW TCN AND AMOUNT PAID, OR THE         *
002099*                  EXCEPTION STILL DENYING IT.  COUNTS BY      *
002099*                  OUTCOME FOLLOW THE AGING COUNTS.            *
002100*                                                              *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
004900                                     VALUE ZERO.
005000 77  WR-0048-OVERDUE-CNT             PIC S9(00009) COMP-3
005100                                     VALUE ZERO.
005102 77  WR-0048-OVTN-EOF-SW             PIC X(00001) VALUE 'N'.
005104     88  WR-0048-OVTN-EOF            VALUE 'Y'.
005106 77  WR-0048-OVTN-CNT                PIC S9(00009) COMP-3
005108                                     VALUE ZERO.
005110 77  WR-0048-PAID-CNT                PIC S9(00009) COMP-3
005112                                     VALUE ZERO.
005114 77  WR-0048-RESUB-CNT               PIC S9(00009) COMP-3
005116                                     VALUE ZERO.
005118 77  WR-0048-DENIED-CNT              PIC S9(00009) COMP-3
005120                                     VALUE ZERO.
005122 77  WR-0048-QUEUED-CNT              PIC S9(00009) COMP-3
005124                                     VALUE ZERO.
005126 77  WR-0048-FAIL-CNT                PIC S9(00009) COMP-3
005128                                     VALUE ZERO.
005130 77  WR-0048-NOTQ-CNT                PIC S9(00009) COMP-3
005132                                     VALUE ZERO.
005133*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005166     COPY WKC90040.
005177*    BUSINESS-DAY ROUTINE - SHARED PDDS9005.
005188     COPY WKC90050.
005200*****************************************************************
005300*  EXEC SQL - SQLCA, HOST VARIABLES AND THE AGING CURSOR        *
005400*****************************************************************
005900     05  WH-0048-RUN-DT              PIC X(00010).
006000     05  WH-0048-WARN-DT             PIC X(00010).
006100     05  WH-0048-AGE-DAYS            PIC S9(00005) COMP.
006150     05  WH-0048-OVTN-DT             PIC X(00010).
006200     EXEC SQL END DECLARE SECTION END-EXEC.
006300     EXEC SQL
006400         DECLARE C0048 CURSOR FOR
006500         SELECT C_TCN_NUM, C_RCVD_DT, C_REVIEWER_ID,
006600                C_CASE_STAT_CD, C_DUE_DT,
006650                TO_DATE(:WH-0048-RUN-DT,'YYYY-MM-DD') -
006700                    TO_DATE(C_RCVD_DT,'YYYY-MM-DD')
006800           FROM C_APPEAL_CASE_TB
006900          WHERE C_CASE_STAT_CD NOT = 'C'
007000          ORDER BY C_RCVD_DT
007100     END-EXEC.
007110*    OVERTURNED CASES CLOSED AFTER WH-0048-OVTN-DT (RUN DATE
007120*    LESS SEVEN), PLUS ANY OLDER ONE STILL QUEUED OR FAILED.
007130     EXEC SQL
007140         DECLARE C0048V CURSOR FOR
007150         SELECT C_TCN_NUM, C_DECISION_DT,
007155                NVL(C_DCSN_USER_ID, ' '),
007160                NVL(C_OVTN_EXC_CD, ' '),
007165                NVL(C_REPRC_STAT_CD, ' '),
007170                NVL(C_REPRC_TRY_CNT, 0),
007175                NVL(C_REPRC_TCN_NUM, 0),
007180                NVL(C_REPRC_PAID_AMT, 0),
007185                NVL(C_REPRC_EXC_CD, ' ')
007190           FROM C_APPEAL_CASE_TB
007192          WHERE C_CASE_STAT_CD = 'C'
007194            AND C_DECISION_CD  = 'O'
007196            AND (C_DECISION_DT > :WH-0048-OVTN-DT
007197              OR C_REPRC_STAT_CD IN ('Q', 'E'))
007198          ORDER BY C_DECISION_DT, C_TCN_NUM
007199     END-EXEC.
007200*****************************************************************
007300*  REPORT LINE LAYOUTS                                         *
007400*****************************************************************
009300     05  RL-0048-D-RVWR              PIC X(00008).
009400     05  FILLER                      PIC X(00002) VALUE SPACES.
009500     05  RL-0048-D-FLAG              PIC X(00012).
009510 01  RL-0048-HDG2.
009515     05  FILLER                      PIC X(00001) VALUE SPACE.
009520     05  FILLER                      PIC X(00040) VALUE
009525         'OVERTURN REPROCESSING - CLOSED AFTER'.
009530     05  RL-0048-H2-DT               PIC X(00010).
009535 01  RL-0048-OVTN-DETAIL.
009540     05  FILLER                      PIC X(00001) VALUE SPACE.
009545     05  FILLER                      PIC X(00004) VALUE 'TCN '.
009550     05  RL-0048-V-TCN               PIC 9(00017).
009555     05  FILLER                      PIC X(00006) VALUE ' DCSN '.
009560     05  RL-0048-V-DCSN-DT           PIC X(00010).
009565     05  FILLER                      PIC X(00001) VALUE SPACE.
009570     05  RL-0048-V-USER              PIC X(00008).
009575     05  FILLER                      PIC X(00005) VALUE ' EXC '.
009580     05  RL-0048-V-EXC               PIC X(00004).
009585     05  FILLER                      PIC X(00001) VALUE SPACE.
009590     05  RL-0048-V-OUTCOME           PIC X(00012).
009592     05  FILLER                      PIC X(00009)
009593                                     VALUE ' NEW TCN '.
009594     05  RL-0048-V-NEW-TCN           PIC Z(00017).
009595     05  FILLER                      PIC X(00006) VALUE ' PAID '.
009596     05  RL-0048-V-PAID              PIC ZZZ,ZZZ,ZZ9.99.
009597     05  FILLER                      PIC X(00007) VALUE ' STILL '.
009598     05  RL-0048-V-STILL-EXC         PIC X(00004).
009600 01  RL-0048-COUNT-LINE.
009700     05  FILLER                      PIC X(00001) VALUE SPACE.
009800     05  RL-0048-C-LABEL             PIC X(00034).
010700     PERFORM 2000-ONE-CASE
010800         THRU 2000-ONE-CASE-EXIT
010900         UNTIL WR-0048-EOF.
010920     PERFORM 3000-OVERTURN-INIT
010930         THRU 3000-OVERTURN-INIT-EXIT.
010940     PERFORM 3100-ONE-OVERTURN
010950         THRU 3100-ONE-OVERTURN-EXIT
010960         UNTIL WR-0048-OVTN-EOF.
011000     PERFORM 8000-FINALIZE
011100         THRU 8000-FINALIZE-EXIT.
011200     GOBACK.
011400*    1000-INITIALIZE                                            *
011500*****************************************************************
011600 1000-INITIALIZE.
011611     MOVE 'PDDR0048'             TO WK-9004-PGM-ID.
011622     MOVE SPACES                 TO WK-9004-OVRD-DT.
011633     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
011644     IF WK-9004-NO-BUS-DT
011655         DISPLAY 'PDDR0048 - NO BUSINESS PROCESSING DATE'
011666         MOVE 16 TO RETURN-CODE
011677         GOBACK
011688     END-IF.
011700     OPEN OUTPUT RPT0048-FILE.
011750     MOVE WK-9004-BUS-DT         TO WH-0048-RUN-DT.
011836     SET WK-9005-ADD-BUS-DAYS    TO TRUE.
011922     MOVE WH-0048-RUN-DT         TO WK-9005-FROM-DT.
012008     MOVE 5                      TO WK-9005-DAY-CNT.
012094     CALL 'PDDS9005' USING WK-9005-CALL-PARMS.
012180     IF NOT WK-9005-OK
012266         DISPLAY 'PDDR0048 - PDDS9005 REPLY ' WK-9005-REPLY-CD
012352                 ' SQLCODE ' WK-9005-SQLCODE
012438         MOVE 16 TO RETURN-CODE
012524         CLOSE RPT0048-FILE
012610         GOBACK
012700     END-IF.
012750     MOVE WK-9005-RESULT-DT      TO WH-0048-WARN-DT.
012800     MOVE WH-0048-RUN-DT         TO RL-0048-H1-DT.
012900     WRITE RPT0048-REC FROM RL-0048-HDG1
013000         BEFORE ADVANCING TO-NEW-PAGE.
016100           WHEN CLAPPLTB-C-DUE-DT < WH-0048-RUN-DT
016200             MOVE '*** OVERDUE' TO RL-0048-D-FLAG
016300             ADD 1 TO WR-0048-OVERDUE-CNT
016400           WHEN CLAPPLTB-C-DUE-DT NOT > WH-0048-WARN-DT
016500             MOVE '** DUE SOON' TO RL-0048-D-FLAG
016600             ADD 1 TO WR-0048-DUE7-CNT
016700           WHEN OTHER
017600     END-EVALUATE.
017700 2000-ONE-CASE-EXIT.
017800     EXIT.
017810*****************************************************************
017815*    3000-OVERTURN-INIT - OPEN THE OVERTURN REPROCESSING        *
017820*    SECTION, CASES CLOSED IN THE LAST SEVEN DAYS               *
017825*****************************************************************
017830 3000-OVERTURN-INIT.
017835     EXEC SQL
017840         SELECT TO_CHAR(TO_DATE(:WH-0048-RUN-DT,
017845                                'YYYY-MM-DD') - 7,
017850                        'YYYY-MM-DD')
017855           INTO :WH-0048-OVTN-DT
017860           FROM DUAL
017865     END-EXEC.
017870     IF SQLCODE NOT = 0
017875         GO TO 9999-SQL-ERROR
017880     END-IF.
017885     MOVE WH-0048-OVTN-DT        TO RL-0048-H2-DT.
017890     WRITE RPT0048-REC FROM RL-0048-HDG2
017895         AFTER ADVANCING 3 LINES.
017900     EXEC SQL
017905         OPEN C0048V
017910     END-EXEC.
017915     IF SQLCODE NOT = 0
017920         GO TO 9999-SQL-ERROR
017925     END-IF.
017930 3000-OVERTURN-INIT-EXIT.
017935     EXIT.
017940*****************************************************************
017945*    3100-ONE-OVERTURN - ONE OVERTURNED CASE AND WHAT THE       *
017950*    NIGHTLY RE-DRIVE (PDDB0047) MADE OF IT                     *
017955*****************************************************************
017960 3100-ONE-OVERTURN.
017965     EXEC SQL
017970         FETCH C0048V
017975         INTO :CLAPPLTB-C-TCN-NUM,
017980              :CLAPPLTB-C-DECISION-DT,
017985              :CLAPPLTB-C-DCSN-USER-ID,
017990              :CLAPPLTB-C-OVTN-EXC-CD,
017995              :CLAPPLTB-C-REPRC-STAT-CD,
018000              :CLAPPLTB-C-REPRC-TRY-CNT,
018005              :CLAPPLTB-C-REPRC-TCN-NUM,
018010              :CLAPPLTB-C-REPRC-PAID-AMT,
018015              :CLAPPLTB-C-REPRC-EXC-CD
018020     END-EXEC.
018025     IF SQLCODE = 100
018030         SET WR-0048-OVTN-EOF TO TRUE
018035         GO TO 3100-ONE-OVERTURN-EXIT
018040     END-IF.
018045     IF SQLCODE NOT = 0
018050         GO TO 9999-SQL-ERROR
018055     END-IF.
018060     ADD 1 TO WR-0048-OVTN-CNT.
018065     MOVE CLAPPLTB-C-TCN-NUM         TO RL-0048-V-TCN.
018070     MOVE CLAPPLTB-C-DECISION-DT     TO RL-0048-V-DCSN-DT.
018075     MOVE CLAPPLTB-C-DCSN-USER-ID    TO RL-0048-V-USER.
018080     MOVE CLAPPLTB-C-OVTN-EXC-CD     TO RL-0048-V-EXC.
018085     MOVE CLAPPLTB-C-REPRC-TCN-NUM   TO RL-0048-V-NEW-TCN.
018090     MOVE CLAPPLTB-C-REPRC-PAID-AMT  TO RL-0048-V-PAID.
018095     MOVE SPACES                     TO RL-0048-V-STILL-EXC.
018100     EVALUATE TRUE
018105       WHEN CLAPPLTB-C-REPRC-PAID
018110         MOVE 'PAID'            TO RL-0048-V-OUTCOME
018115         ADD 1 TO WR-0048-PAID-CNT
018120       WHEN CLAPPLTB-C-REPRC-RESUBMITTED
018125         MOVE 'RESUBMITTED'     TO RL-0048-V-OUTCOME
018130         ADD 1 TO WR-0048-RESUB-CNT
018135       WHEN CLAPPLTB-C-REPRC-STILL-DENIED
018140         MOVE 'STILL DENIED'    TO RL-0048-V-OUTCOME
018145         MOVE CLAPPLTB-C-REPRC-EXC-CD TO RL-0048-V-STILL-EXC
018150         ADD 1 TO WR-0048-DENIED-CNT
018155       WHEN CLAPPLTB-C-REPRC-QUEUED
018160         AND CLAPPLTB-C-REPRC-TRY-CNT > 0
018165         MOVE 'QUEUED RETRY'    TO RL-0048-V-OUTCOME
018170         ADD 1 TO WR-0048-QUEUED-CNT
018175       WHEN CLAPPLTB-C-REPRC-QUEUED
018180         MOVE 'QUEUED'          TO RL-0048-V-OUTCOME
018185         ADD 1 TO WR-0048-QUEUED-CNT
018190       WHEN CLAPPLTB-C-REPRC-FAILED
018195         MOVE '*** FAILED'      TO RL-0048-V-OUTCOME
018200         ADD 1 TO WR-0048-FAIL-CNT
018205       WHEN OTHER
018210         MOVE 'NOT QUEUED'      TO RL-0048-V-OUTCOME
018215         ADD 1 TO WR-0048-NOTQ-CNT
018220     END-EVALUATE.
018225     WRITE RPT0048-REC FROM RL-0048-OVTN-DETAIL
018230         AFTER ADVANCING 1 LINE.
018235 3100-ONE-OVERTURN-EXIT.
018240     EXIT.
017900*****************************************************************
018000*    8000-FINALIZE                                              *
018100*****************************************************************
018300     EXEC SQL
018400         CLOSE C0048
018500     END-EXEC.
018550     EXEC SQL
018560         CLOSE C0048V
018570     END-EXEC.
018600     MOVE 'OPEN CASES'              TO RL-0048-C-LABEL.
018700     MOVE WR-0048-OPEN-CNT          TO RL-0048-C-CNT.
018800     WRITE RPT0048-REC FROM RL-0048-COUNT-LINE
018900         AFTER ADVANCING 2 LINES.
019000     MOVE 'DUE WITHIN 5 BUSINESS DAYS' TO RL-0048-C-LABEL.
019100     MOVE WR-0048-DUE7-CNT          TO RL-0048-C-CNT.
019200     WRITE RPT0048-REC FROM RL-0048-COUNT-LINE
019300         AFTER ADVANCING 1 LINE.
019500     MOVE WR-0048-OVERDUE-CNT       TO RL-0048-C-CNT.
019600     WRITE RPT0048-REC FROM RL-0048-COUNT-LINE
019700         AFTER ADVANCING 1 LINE.
019705     MOVE 'OVERTURNED CASES LISTED'    TO RL-0048-C-LABEL.
019710     MOVE WR-0048-OVTN-CNT          TO RL-0048-C-CNT.
019715     WRITE RPT0048-REC FROM RL-0048-COUNT-LINE
019720         AFTER ADVANCING 2 LINES.
019725     MOVE '  REPROCESSED AND PAID'     TO RL-0048-C-LABEL.
019730     MOVE WR-0048-PAID-CNT          TO RL-0048-C-CNT.
019735     WRITE RPT0048-REC FROM RL-0048-COUNT-LINE
019740         AFTER ADVANCING 1 LINE.
019745     MOVE '  PAID ON A RESUBMISSION'   TO RL-0048-C-LABEL.
019750     MOVE WR-0048-RESUB-CNT         TO RL-0048-C-CNT.
019755     WRITE RPT0048-REC FROM RL-0048-COUNT-LINE
019760         AFTER ADVANCING 1 LINE.
019765     MOVE '  STILL DENIED'             TO RL-0048-C-LABEL.
019770     MOVE WR-0048-DENIED-CNT        TO RL-0048-C-CNT.
019775     WRITE RPT0048-REC FROM RL-0048-COUNT-LINE
019780         AFTER ADVANCING 1 LINE.
019785     MOVE '  QUEUED FOR THE NEXT RUN'  TO RL-0048-C-LABEL.
019790     MOVE WR-0048-QUEUED-CNT        TO RL-0048-C-CNT.
019795     WRITE RPT0048-REC FROM RL-0048-COUNT-LINE
019800         AFTER ADVANCING 1 LINE.
019805     MOVE '  FAILED - WORK BY HAND'    TO RL-0048-C-LABEL.
019810     MOVE WR-0048-FAIL-CNT          TO RL-0048-C-CNT.
019815     WRITE RPT0048-REC FROM RL-0048-COUNT-LINE
019820         AFTER ADVANCING 1 LINE.
019825     MOVE '  CLAIM NOT DENIED, NOT QUEUED' TO RL-0048-C-LABEL.
019830     MOVE WR-0048-NOTQ-CNT          TO RL-0048-C-CNT.
019835     WRITE RPT0048-REC FROM RL-0048-COUNT-LINE
019840         AFTER ADVANCING 1 LINE.
019850     CLOSE RPT0048-FILE.
019900 8000-FINALIZE-EXIT.
020000     EXIT.
020100*****************************************************************
