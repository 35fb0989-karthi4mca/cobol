000543*                              CONDU S820 DERIVES B_YR_ID, SO  *
000544*                              FISCAL-YEAR GROUPS SHOW THE     *
000545*                              ROWS S821 ACTUALLY SUMS.        *
000592* CR4221   10/15/26  ACS       AN L IN THE NEW LOG FIELD OPENS  *
000639*                              THE HELP-DESK CONTACT LOG        *
000686*                              (PDDM7599) WITH THE CARDHOLDER   *
000733*                              ON THE SCREEN PRE-FILLED.        *
000780*****************************************************************
000830
000840 ENVIRONMENT DIVISION.
000850 CONFIGURATION SECTION.
000930     05  WK-030-MAPSET-NAME      PIC X(08)      VALUE 'PDDM759M'.
000940     05  WK-030-MAP-NAME         PIC X(08)      VALUE 'PDDM759S'.
000950     05  WK-030-TRANID           PIC X(04)      VALUE 'W759'.
000955     05  WK-030-LOG-PGM          PIC X(08)      VALUE 'PDDM7599'.
000960
000970 01  WW-000-WORK-AREA.
000980     05  WW-000-MBR-SUB           PIC S9(04) COMP VALUE +0.
001352*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
001354*    ROLE CHECK, PLUS THE MASKED-ID WORK FIELD.
001356     COPY WKC90030.
001357*    TRANSFER AREA INTO THE HELP-DESK CONTACT LOG (PDDM7599).
001358     COPY WKC75990.
001359 01  WW-000-MASKED-ID             PIC X(20).
001360
001370     EXEC SQL INCLUDE SQLCA END-EXEC.
001380
001790         MOVE DFHCOMMAREA        TO WC-000-COMMAREA-WS
001800         PERFORM S300-000-RECEIVE-MAP
001810             THRU S300-999-EXIT
001812         IF LOGI = 'L'
001814             PERFORM S340-000-OPEN-CONTACT-LOG
001816                 THRU S340-999-EXIT
001818         END-IF
001820         PERFORM S400-000-INQUIRE-MEMBER
001830             THRU S400-999-EXIT
001840     END-IF.
002090                 INTO(PDDM759MI)
002100     END-EXEC.
002110 S300-999-EXIT.
002111     EXIT.
002112*****************************************************************
002113*    S340-000-OPEN-CONTACT-LOG - AN L IN THE LOG FIELD          *
002114*    TRANSFERS TO THE HELP-DESK CONTACT LOG (PDDM7599) WITH     *
002115*    THE ITEM ON THIS SCREEN PRE-FILLED.  XCTL DOES NOT RETURN. *
002116*****************************************************************
002117 S340-000-OPEN-CONTACT-LOG.
002118     INITIALIZE WK-7599-XFER-AREA.
002119     SET WK-7599-XFER-IN         TO TRUE.
002120     MOVE WK-030-TRANID          TO WK-7599-SRC-TRAN-ID.
002121     IF CRDIDI = SPACES OR LOW-VALUES
002122      OR CRDIDI (1:16) = ALL '*'
002123         MOVE WC-000-LAST-CRDID  TO WK-7599-CRDHLDR-ID
002124     ELSE
002125         MOVE CRDIDI             TO WK-7599-CRDHLDR-ID
002126     END-IF.
002127     EXEC CICS
002128         XCTL PROGRAM(WK-030-LOG-PGM)
002129              COMMAREA(WK-7599-XFER-AREA)
002130     END-EXEC.
002131 S340-999-EXIT.
002132     EXIT.
002133*****************************************************************
002140*    S400-000-INQUIRE-MEMBER - PULL THE FAMILY'S ACCUMULATOR    *
002150*    PICTURE FOR ONE CARDHOLDER ID ONTO THE SCREEN              *
002160*****************************************************************
