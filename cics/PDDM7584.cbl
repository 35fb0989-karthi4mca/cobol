000532*                              NOT THE TERMINAL ID - ROLES AND *
000533*                              THE ACCESS LOG FOLLOW THE       *
000534*                              PERSON, NOT THE SEAT.           *
000583* CR4221   10/15/26  ACS       AN L IN THE NEW LOG FIELD OPENS  *
000632*                              THE HELP-DESK CONTACT LOG        *
000681*                              (PDDM7599) WITH THE PHARMACY ON  *
000730*                              THE SCREEN PRE-FILLED.           *
000779*****************************************************************
000830
000840 ENVIRONMENT DIVISION.
000850 CONFIGURATION SECTION.
000930     05  WK-030-MAPSET-NAME      PIC X(08)      VALUE 'PDDM762M'.
000940     05  WK-030-MAP-NAME         PIC X(08)      VALUE 'PDDM762S'.
000950     05  WK-030-TRANID           PIC X(04)      VALUE 'W762'.
000955     05  WK-030-LOG-PGM          PIC X(08)      VALUE 'PDDM7599'.
000960
000970 01  WW-000-WORK-AREA.
000980     05  WW-000-LINE-SUB          PIC S9(04) COMP VALUE +0.
001182*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
001184*    ROLE CHECK.
001186     COPY WKC90030.
001187*    TRANSFER AREA INTO THE HELP-DESK CONTACT LOG (PDDM7599).
001188     COPY WKC75990.
001190
001200     EXEC SQL INCLUDE SQLCA END-EXEC.
001210
001610         MOVE DFHCOMMAREA        TO WC-000-COMMAREA-WS
001620         PERFORM S300-000-RECEIVE-MAP
001630             THRU S300-999-EXIT
001632         IF LOGI = 'L'
001634             PERFORM S340-000-OPEN-CONTACT-LOG
001636                 THRU S340-999-EXIT
001638         END-IF
001640         PERFORM S400-000-LIST-ACTIVITY
001650             THRU S400-999-EXIT
001660     END-IF.
001910                 INTO(PDDM762MI)
001920     END-EXEC.
001930 S300-999-EXIT.
001931     EXIT.
001932*****************************************************************
001933*    S340-000-OPEN-CONTACT-LOG - AN L IN THE LOG FIELD          *
001934*    TRANSFERS TO THE HELP-DESK CONTACT LOG (PDDM7599) WITH     *
001935*    THE ITEM ON THIS SCREEN PRE-FILLED.  XCTL DOES NOT RETURN. *
001936*****************************************************************
001937 S340-000-OPEN-CONTACT-LOG.
001938     INITIALIZE WK-7599-XFER-AREA.
001939     SET WK-7599-XFER-IN         TO TRUE.
001940     MOVE WK-030-TRANID          TO WK-7599-SRC-TRAN-ID.
001941     IF PROVIDI = SPACES OR LOW-VALUES
001942         MOVE WC-000-LAST-PROVID TO WK-7599-PROV-ID
001943     ELSE
001944         MOVE PROVIDI            TO WK-7599-PROV-ID
001945     END-IF.
001946     EXEC CICS
001947         XCTL PROGRAM(WK-030-LOG-PGM)
001948              COMMAREA(WK-7599-XFER-AREA)
001949     END-EXEC.
001950 S340-999-EXIT.
001951     EXIT.
001952*****************************************************************
001960*    S400-000-LIST-ACTIVITY - SUMMARY COUNTS, THEN ONE PAGE OF  *
001970*    NINE TRANSACTIONS NEWEST FIRST                             *
001980*****************************************************************
