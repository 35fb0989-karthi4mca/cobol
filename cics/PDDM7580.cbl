000360*+      I     C_NCP_FMT_TRACE_TB                    CLTRCPTB    *
000370*+      I     C_LI_EXC_TB                           CLEXCDTB    *
000380*+      I     C_WL_FATAL_AUDIT_TB                   CLWLFATB    *
000385*+      I     C_HDR_DRUG_TB                         (LOCAL)     *
000390*+      I/O   PDDM758M MAP (MAPSET PDDM758M)        PDDM758M    *
000400*****************************************************************
000410*+                                                              *
000542*                              NOT THE TERMINAL ID - ROLES AND *
000543*                              THE ACCESS LOG FOLLOW THE       *
000544*                              PERSON, NOT THE SEAT.           *
000545* CR4200   10/15/26  ACS       SHOW THE DATE THE PRESCRIPTION  *
000546*                              WAS WRITTEN, FROM THE CLAIM     *
000547*                              HEADER, UNDER THE TRACE LINES.  *
000647* CR4221   10/15/26  ACS       AN L IN THE NEW LOG FIELD OPENS  *
000747*                              THE HELP-DESK CONTACT LOG        *
000847*                              (PDDM7599) WITH THE TCN ON THE   *
000947*                              SCREEN PRE-FILLED.               *
000545*****************************************************************
000830
000840 ENVIRONMENT DIVISION.
000930     05  WK-030-MAPSET-NAME      PIC X(08)      VALUE 'PDDM758M'.
000940     05  WK-030-MAP-NAME         PIC X(08)      VALUE 'PDDM758S'.
000950     05  WK-030-TRANID           PIC X(04)      VALUE 'W758'.
000955     05  WK-030-LOG-PGM          PIC X(08)      VALUE 'PDDM7599'.
000960
000970 01  WW-000-WORK-AREA.
000980     05  WW-000-EXC-SUB           PIC S9(04) COMP VALUE +0.
001112*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
001114*    ROLE CHECK.
001116     COPY WKC90030.
001117*    TRANSFER AREA INTO THE HELP-DESK CONTACT LOG (PDDM7599).
001118     COPY WKC75990.
001120
001130     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
001140     COPY CLTRCPTB.
001150     COPY CLEXCDTB.
001160     COPY CLWLFATB.
001170 01  WS-000-TCN                   PIC X(15).
001175 01  WS-000-PRESCR-DT             PIC X(10).
001180     EXEC SQL END DECLARE SECTION END-EXEC.
001185 01  WW-000-SQLCODE-DSP           PIC -(8)9.
001186*****************************************************************
001578         ELSE
001580         PERFORM S300-000-RECEIVE-MAP
001590             THRU S300-999-EXIT
001592         IF LOGI = 'L'
001594             PERFORM S340-000-OPEN-CONTACT-LOG
001596                 THRU S340-999-EXIT
001598         END-IF
001600         PERFORM S400-000-INQUIRE-TCN
001610             THRU S400-999-EXIT
001615         END-IF
001807     END-IF.
001808     PERFORM S410-000-GET-TRACE-ROW
001809         THRU S410-999-EXIT.
001809     PERFORM S440-000-GET-RX-WRITTEN
001809         THRU S440-999-EXIT.
001810     PERFORM S420-000-GET-EXCEPTIONS
001811         THRU S420-999-EXIT.
001812     PERFORM S430-000-GET-DENIAL-RSN
001870                 INTO(PDDM758MI)
001880     END-EXEC.
001890 S300-999-EXIT.
001891     EXIT.
001892*****************************************************************
001893*    S340-000-OPEN-CONTACT-LOG - AN L IN THE LOG FIELD          *
001894*    TRANSFERS TO THE HELP-DESK CONTACT LOG (PDDM7599) WITH     *
001895*    THE ITEM ON THIS SCREEN PRE-FILLED.  XCTL DOES NOT RETURN. *
001896*****************************************************************
001897 S340-000-OPEN-CONTACT-LOG.
001898     INITIALIZE WK-7599-XFER-AREA.
001899     SET WK-7599-XFER-IN         TO TRUE.
001900     MOVE WK-030-TRANID          TO WK-7599-SRC-TRAN-ID.
001901     IF TCNI = SPACES OR LOW-VALUES
001902         MOVE WC-000-LAST-TCN    TO WK-7599-TCN
001903     ELSE
001904         MOVE TCNI               TO WK-7599-TCN
001905     END-IF.
001906     EXEC CICS
001907         XCTL PROGRAM(WK-030-LOG-PGM)
001908              COMMAREA(WK-7599-XFER-AREA)
001909     END-EXEC.
001910 S340-999-EXIT.
001911     EXIT.
001912*****************************************************************
001913*    S350-000-CHECK-AUTH - SIGN-ON AUTHORIZATION THROUGH THE    *
001914*    SHARED PDDS9003 ROUTINE.  EVERY USE LOGS; A MISSING ROLE   *
001915*    ROW REJECTS WITH A CLEAR MESSAGE.                          *
001916*****************************************************************
001917 S350-000-CHECK-AUTH.
001918*    THE SIGNED-ON USER, NOT THE TERMINAL - ROLE CHECKS AND
001919*    THE ACCESS LOG MUST FOLLOW THE PERSON.
001920     EXEC CICS ASSIGN
001921         USERID(WK-9003-OPER-ID)
001922     END-EXEC.
001923     MOVE WK-030-TRANID          TO WK-9003-TRAN-ID.
001924     CALL 'PDDS9003' USING WK-9003-CALL-PARMS.
001925     IF WK-9003-ACCESS-DENIED
001926         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION - SEE SECURITY'
001927                                 TO MSGO
001928     END-IF.
001929 S350-999-EXIT.
001930     EXIT.
001931*****************************************************************
001932*    S400-000-INQUIRE-TCN - PULL EVERYTHING THE HELP DESK       *
001933*    NEEDS FOR ONE TCN ONTO THE SCREEN                          *
001940*****************************************************************
001950 S400-000-INQUIRE-TCN.
001960     MOVE SPACES                 TO MSGO.
002030     END-IF.
002030     PERFORM S410-000-GET-TRACE-ROW
002040         THRU S410-999-EXIT.
002045     PERFORM S440-000-GET-RX-WRITTEN
002045         THRU S440-999-EXIT.
002050     PERFORM S420-000-GET-EXCEPTIONS
002060         THRU S420-999-EXIT.
002070     PERFORM S430-000-GET-DENIAL-RSN
004070     END-EVALUATE.
004080 S435-999-EXIT.
004090     EXIT.
004091*****************************************************************
004092*    S440-000-GET-RX-WRITTEN - DATE THE PRESCRIPTION WAS        *
004093*    WRITTEN, AS STORED ON THE CLAIM HEADER                     *
004094*****************************************************************
004095 S440-000-GET-RX-WRITTEN.
004096     MOVE SPACES                 TO RXWDTO.
004097     EXEC SQL
004098         SELECT NVL(C_DRUG_PRESCR_DT, ' ')
004099           INTO :WS-000-PRESCR-DT
004100           FROM C_HDR_DRUG_TB
004101          WHERE C_TCN_NUM = :WS-000-TCN
004102            AND ROWNUM = 1
004103     END-EXEC.
004104     EVALUATE SQLCODE
004105       WHEN 0
004106         MOVE WS-000-PRESCR-DT   TO RXWDTO
004107       WHEN 100
004108         CONTINUE
004109       WHEN OTHER
004110         PERFORM S900-000-SQL-ERROR
004111             THRU S900-999-EXIT
004112     END-EVALUATE.
004113 S440-999-EXIT.
004114     EXIT.
004100*****************************************************************
004110*    S800-000-SEND-MAP                                          *
004120*****************************************************************
