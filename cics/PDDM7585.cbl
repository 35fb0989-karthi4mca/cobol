000160*+  THE STYLE OF PDDM7575, THAT OPENS, WORKS AND CLOSES        *
000170*+  APPEAL CASES ON C_APPEAL_CASE_TB, KEYED BY THE APPEALED     *
000180*+  CLAIM'S TCN.  OPENING A CASE STAMPS THE REGULATORY          *
000186*+  DECISION DUE DATE (RECEIVED + 30 DAYS, OFF ANY WEEKEND OR   *
000192*+  HOLIDAY - PDDS9005); THE CLAIM'S                            *
000200*+  POSTED EXCEPTIONS ARE PULLED IN FROM C_LI_EXC_TB FOR        *
000210*+  CONTEXT SO THE REVIEWER SEES WHAT ACTUALLY DENIED.          *
000220*+  EVERY ACTION REQUIRES THE UPDATE ROLE (PDDS9003).  THE      *
000230*+  WEEKLY AGING REPORT IS PDDR0048.                            *
000232*+  CLOSING A DENIED CLAIM'S CASE AS OVERTURNED NAMES THE        *
000234*+  EXCEPTION OVERTURNED AND QUEUES THE CLAIM FOR THE NIGHTLY    *
000236*+  RE-DRIVE (PDDB0047); THE OUTCOME SHOWS ON INQUIRY.           *
000240*+                                                              *
000300*****************************************************************
000310*+                                                              *
000350*+     ---   ------------------------------------  ----------   *
000360*+      I/O   C_APPEAL_CASE_TB                      CLAPPLTB    *
000370*+      I     C_LI_EXC_TB                           CLEXCDTB    *
000375*+      I     C_LI_DRUG_TB                                      *
000380*+      I/O   PDDM763M MAP (MAPSET PDDM763M)        PDDM763M    *
000390*****************************************************************
000410*+                                                              *
000530*                              NOT THE TERMINAL ID - ROLES AND *
000531*                              THE ACCESS LOG FOLLOW THE       *
000532*                              PERSON, NOT THE SEAT.           *
000561* CR4212   10/15/26  ACS       THE DECISION DUE DATE COMES FROM *
000590*                              THE SHARED BUSINESS-DAY ROUTINE  *
000619*                              (PDDS9005, RULE APPEAL-DUE ON    *
000648*                              LIST 7534): 30 CALENDAR DAYS     *
000677*                              UNLESS THE RULE SAYS BUSINESS    *
000706*                              DAYS, AND NEVER ON A WEEKEND OR  *
000735*                              HOLIDAY.  THE DATE IS SHOWN IN   *
000764*                              THE CONFIRMATION MESSAGE.        *
000766* CR4228   10/15/26  ACS       CLOSING AS OVERTURNED NAMES THE  *
000768*                              EXCEPTION OVERTURNED (OVEXC, OR  *
000770*                              THE CLAIM'S ONLY DENYING ONE)    *
000772*                              AND, IF THE CLAIM IS DENIED,     *
000774*                              QUEUES IT FOR REPROCESSING BY    *
000776*                              PDDB0047.  THE DECIDING USER IS  *
000778*                              RECORDED; INQUIRY SHOWS THE      *
000780*                              REPROCESS STATUS AND NEW TCN.    *
000793*****************************************************************
000830
000840 ENVIRONMENT DIVISION.
000850 CONFIGURATION SECTION.
001090     05  WS-000-TCN-TX            PIC X(17).
001100     05  WS-000-EXC-CD            PIC X(04).
001110     05  WS-000-EXC-DISP-CD       PIC X(01).
001113     05  WS-000-RCVD-DT           PIC X(10).
001116     05  WS-000-DUE-DT            PIC X(10).
001117     05  WS-000-HDR-STAT-CD       PIC X(01).
001118     05  WS-000-DENY-CNT          PIC S9(09) COMP.
001119     05  WS-000-OVTN-EXC-CD       PIC X(04).
001120     EXEC SQL END DECLARE SECTION END-EXEC.
001130 01  WW-000-SQLCODE-DSP           PIC -(8)9.
001140
001290*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
001300*    ROLE CHECK - CASE WORK NEEDS THE UPDATE ROLE.
001310     COPY WKC90030.
001312
001314*    BUSINESS-DAY ROUTINE (PDDS9005) - APPEAL DECISION DUE DATE.
001316     COPY WKC90050.
001320
001330 01  WC-000-COMMAREA-WS.
001340     05  WC-000-LAST-ACTCD        PIC X(01).
002310     EXIT.
002320*****************************************************************
002330*    S420-000-OPEN-CASE - NEW CASE, DUE DATE STAMPED AT         *
002340*    RECEIVED + 30 DAYS UNDER THE APPEAL-DUE RULE (PDDS9005)    *
002350*****************************************************************
002360 S420-000-OPEN-CASE.
002370     IF CHNCDI NOT = 'P' AND 'W' AND 'F'
002380         MOVE 'CHANNEL MUST BE P, W OR F' TO MSGO
002390         GO TO S420-999-EXIT
002400     END-IF.
002401     EXEC SQL
002402         SELECT TO_CHAR(TRUNC(CURRENT_DATE),'YYYY-MM-DD')
002403           INTO :WS-000-RCVD-DT
002404           FROM DUAL
002405     END-EXEC.
002406     IF SQLCODE NOT = 0
002407         PERFORM S900-000-SQL-ERROR
002408             THRU S900-999-EXIT
002409         GO TO S420-999-EXIT
002410     END-IF.
002411     SET WK-9005-DUE-BY-RULE     TO TRUE.
002412     MOVE WS-000-RCVD-DT         TO WK-9005-FROM-DT.
002413     MOVE 30                     TO WK-9005-DAY-CNT.
002414     MOVE 'APPEAL-DUE'           TO WK-9005-RULE-ID.
002415     MOVE 'C'                    TO WK-9005-DFLT-BASIS-CD.
002416     CALL 'PDDS9005' USING WK-9005-CALL-PARMS.
002417     IF NOT WK-9005-OK
002418         MOVE 'DUE DATE NOT SET - BUSINESS CALENDAR UNAVAILABLE'
002419                                 TO MSGO
002420         GO TO S420-999-EXIT
002421     END-IF.
002422     MOVE WK-9005-RESULT-DT      TO WS-000-DUE-DT.
002423     MOVE CHNCDI                 TO CLAPPLTB-C-CHANNEL-CD.
002424     MOVE RSNTXI                 TO CLAPPLTB-C-RSN-TX.
002430     MOVE RVWRI                  TO CLAPPLTB-C-REVIEWER-ID.
002440     EXEC SQL
002450         INSERT INTO C_APPEAL_CASE_TB
002460                (C_TCN_NUM, C_RCVD_DT, C_CHANNEL_CD,
002470                 C_RSN_TX, C_REVIEWER_ID, C_CASE_STAT_CD,
002480                 C_DECISION_CD, C_DUE_DT, C_DECISION_DT,
002482                 C_OVTN_EXC_CD, C_DCSN_USER_ID, C_REPRC_STAT_CD,
002484                 C_REPRC_TRY_CNT, C_REPRC_TS, C_REPRC_TCN_NUM,
002486                 C_REPRC_PAID_AMT, C_REPRC_EXC_CD,
002488                 C_DSBR_CYC_END_DT)
002490         VALUES (:CLAPPLTB-C-TCN-NUM,
002500                 :WS-000-RCVD-DT,
002510                 :CLAPPLTB-C-CHANNEL-CD,
002520                 :CLAPPLTB-C-RSN-TX,
002530                 :CLAPPLTB-C-REVIEWER-ID,
002540                 'O', ' ',
002550                 :WS-000-DUE-DT,
002560                 ' ',
002562                 ' ', ' ', ' ', 0, ' ', 0, 0, ' ', ' ')
002570     END-EXEC.
002580     EVALUATE SQLCODE
002590       WHEN 0
002594         STRING 'CASE OPENED - DECISION DUE ' DELIMITED BY SIZE
002598                WS-000-DUE-DT             DELIMITED BY SIZE
002602             INTO MSGO
002606         END-STRING
002610       WHEN -803
002620         MOVE 'A CASE ALREADY EXISTS FOR THIS TCN' TO MSGO
002630       WHEN OTHER
002920 S430-999-EXIT.
002930     EXIT.
002940*****************************************************************
002950*    S440-000-CLOSE-CASE - DECISION REQUIRED.  AN OVERTURN OF   *
002952*    A DENIED CLAIM QUEUES IT FOR REPROCESSING (S445)           *
002960*****************************************************************
002970 S440-000-CLOSE-CASE.
002980     IF DECCDI NOT = 'U' AND 'O'
003010         GO TO S440-999-EXIT
003020     END-IF.
003030     MOVE DECCDI                 TO CLAPPLTB-C-DECISION-CD.
003031     MOVE SPACES                 TO CLAPPLTB-C-OVTN-EXC-CD.
003032     SET CLAPPLTB-C-REPRC-NONE   TO TRUE.
003033     IF CLAPPLTB-C-DECISION-OVERTURN
003034         PERFORM S445-000-OVERTURN-QUEUE
003035             THRU S445-999-EXIT
003036         IF MSGO NOT = SPACES
003037             GO TO S440-999-EXIT
003038         END-IF
003039     END-IF.
003040     MOVE WK-9003-OPER-ID        TO CLAPPLTB-C-DCSN-USER-ID.
003041     EXEC SQL
003050         UPDATE C_APPEAL_CASE_TB
003060            SET C_CASE_STAT_CD = 'C',
003070                C_DECISION_CD  = :CLAPPLTB-C-DECISION-CD,
003080                C_DECISION_DT  =
003080                    TO_CHAR(TRUNC(CURRENT_DATE),'YYYY-MM-DD'),
003082                C_OVTN_EXC_CD  = :CLAPPLTB-C-OVTN-EXC-CD,
003084                C_DCSN_USER_ID = :CLAPPLTB-C-DCSN-USER-ID,
003086                C_REPRC_STAT_CD = :CLAPPLTB-C-REPRC-STAT-CD,
003088                C_REPRC_TRY_CNT = 0
003090          WHERE C_TCN_NUM      = :CLAPPLTB-C-TCN-NUM
003100            AND C_CASE_STAT_CD NOT = 'C'
003110     END-EXEC.
003120     EVALUATE SQLCODE
003130       WHEN 0
003132         EVALUATE TRUE
003134           WHEN CLAPPLTB-C-REPRC-QUEUED
003136             MOVE 'CASE CLOSED - CLAIM QUEUED FOR REPROCESSING'
003138                                 TO MSGO
003140           WHEN CLAPPLTB-C-DECISION-OVERTURN
003142             MOVE 'CASE CLOSED - CLAIM NOT DENIED, NOT QUEUED'
003144                                 TO MSGO
003146           WHEN OTHER
003148             MOVE 'CASE CLOSED'         TO MSGO
003149         END-EVALUATE
003150       WHEN 100
003160         MOVE 'NO OPEN CASE FOR THIS TCN' TO MSGO
003170       WHEN OTHER
003200     END-EVALUATE.
003210 S440-999-EXIT.
003220     EXIT.
003221*****************************************************************
003222*    S445-000-OVERTURN-QUEUE - NAME THE OVERTURNED EXCEPTION    *
003223*    AND QUEUE A DENIED CLAIM FOR THE NIGHTLY RE-DRIVE.  ONLY   *
003224*    THAT EXCEPTION IS BYPASSED ON REPROCESSING; EVERY OTHER    *
003225*    EDIT STILL APPLIES.  MSGO SET MEANS THE CLOSE IS REFUSED.  *
003226*****************************************************************
003227 S445-000-OVERTURN-QUEUE.
003228     EXEC SQL
003229         SELECT NVL(MAX(C_HDR_STAT_CD),' ')
003230           INTO :WS-000-HDR-STAT-CD
003231           FROM C_LI_DRUG_TB
003232          WHERE C_TCN_NUM = :CLAPPLTB-C-TCN-NUM
003233     END-EXEC.
003234     IF SQLCODE NOT = 0
003235         PERFORM S900-000-SQL-ERROR
003236             THRU S900-999-EXIT
003237         GO TO S445-999-EXIT
003238     END-IF.
003239     IF OVEXCI = SPACES OR LOW-VALUES
003240         IF WS-000-HDR-STAT-CD NOT = 'D'
003241             GO TO S445-999-EXIT
003242         END-IF
003243         EXEC SQL
003244             SELECT COUNT(*), NVL(MIN(R_CLM_EXC_CD),' ')
003245               INTO :WS-000-DENY-CNT, :WS-000-OVTN-EXC-CD
003246               FROM C_LI_EXC_TB
003247              WHERE C_TCN_NUM = :CLAPPLTB-C-TCN-NUM
003248                AND R_CLM_EXC_DISP_CD IN ('2', '3')
003249         END-EXEC
003250         IF SQLCODE NOT = 0
003251             PERFORM S900-000-SQL-ERROR
003252                 THRU S900-999-EXIT
003253             GO TO S445-999-EXIT
003254         END-IF
003255         IF WS-000-DENY-CNT NOT = 1
003256             MOVE 'KEY THE EXCEPTION OVERTURNED IN OVEXC'
003257                                 TO MSGO
003258             GO TO S445-999-EXIT
003259         END-IF
003260     ELSE
003261         MOVE OVEXCI             TO WS-000-OVTN-EXC-CD
003262         EXEC SQL
003263             SELECT COUNT(*)
003264               INTO :WS-000-DENY-CNT
003265               FROM C_LI_EXC_TB
003266              WHERE C_TCN_NUM    = :CLAPPLTB-C-TCN-NUM
003267                AND R_CLM_EXC_CD = :WS-000-OVTN-EXC-CD
003268         END-EXEC
003269         IF SQLCODE NOT = 0
003270             PERFORM S900-000-SQL-ERROR
003271                 THRU S900-999-EXIT
003272             GO TO S445-999-EXIT
003273         END-IF
003274         IF WS-000-DENY-CNT = 0
003275             MOVE 'EXCEPTION NOT POSTED ON THIS CLAIM'
003276                                 TO MSGO
003277             GO TO S445-999-EXIT
003278         END-IF
003279     END-IF.
003280     MOVE WS-000-OVTN-EXC-CD     TO CLAPPLTB-C-OVTN-EXC-CD.
003281     IF WS-000-HDR-STAT-CD = 'D'
003282         SET CLAPPLTB-C-REPRC-QUEUED TO TRUE
003283     END-IF.
003284 S445-999-EXIT.
003285     EXIT.
003230*****************************************************************
003240*    S450-000-INQUIRE-CASE                                      *
003250*****************************************************************
003270     EXEC SQL
003280         SELECT C_RCVD_DT, C_CHANNEL_CD, C_RSN_TX,
003290                C_REVIEWER_ID, C_CASE_STAT_CD,
003300                C_DECISION_CD, C_DUE_DT, C_DECISION_DT,
003302                NVL(C_OVTN_EXC_CD,' '), NVL(C_REPRC_STAT_CD,' '),
003304                NVL(C_REPRC_TCN_NUM,0), NVL(C_REPRC_EXC_CD,' ')
003310           INTO :CLAPPLTB-C-RCVD-DT,
003320                :CLAPPLTB-C-CHANNEL-CD,
003330                :CLAPPLTB-C-RSN-TX,
003350                :CLAPPLTB-C-CASE-STAT-CD,
003360                :CLAPPLTB-C-DECISION-CD,
003370                :CLAPPLTB-C-DUE-DT,
003380                :CLAPPLTB-C-DECISION-DT,
003382                :CLAPPLTB-C-OVTN-EXC-CD,
003384                :CLAPPLTB-C-REPRC-STAT-CD,
003386                :CLAPPLTB-C-REPRC-TCN-NUM,
003388                :CLAPPLTB-C-REPRC-EXC-CD
003390           FROM C_APPEAL_CASE_TB
003400          WHERE C_TCN_NUM = :CLAPPLTB-C-TCN-NUM
003410     END-EXEC.
003480                ' RVWR ' CLAPPLTB-C-REVIEWER-ID
003490                ' DEC ' CLAPPLTB-C-DECISION-CD
003500                ' ' CLAPPLTB-C-DECISION-DT
003502                ' RP ' CLAPPLTB-C-REPRC-STAT-CD
003510             DELIMITED BY SIZE INTO WW-000-CASE-LINE
003520         MOVE WW-000-CASE-LINE   TO CASEO
003521         MOVE CLAPPLTB-C-OVTN-EXC-CD TO OVEXCO
003522         MOVE CLAPPLTB-C-REPRC-TCN-NUM TO WS-000-TCN-TX
003523         EVALUATE TRUE
003524           WHEN CLAPPLTB-C-REPRC-PAID
003525           WHEN CLAPPLTB-C-REPRC-RESUBMITTED
003526             STRING 'CASE FOUND - REPROCESSED, TCN '
003527                    WS-000-TCN-TX
003528                 DELIMITED BY SIZE INTO MSGO
003529             END-STRING
003530           WHEN CLAPPLTB-C-REPRC-STILL-DENIED
003531             STRING 'CASE FOUND - REPROCESSED, STILL DENIED EXC '
003532                    CLAPPLTB-C-REPRC-EXC-CD
003533                 DELIMITED BY SIZE INTO MSGO
003534             END-STRING
003535           WHEN CLAPPLTB-C-REPRC-FAILED
003536             MOVE 'CASE FOUND - REPROCESSING FAILED, SEE PDDB0047'
003537                                 TO MSGO
003538           WHEN OTHER
003539             MOVE 'CASE FOUND'   TO MSGO
003539         END-EVALUATE
003540       WHEN 100
003550         MOVE 'NO CASE FOR THIS TCN' TO MSGO
003560       WHEN OTHER
