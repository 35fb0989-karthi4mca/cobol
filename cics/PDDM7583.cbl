000540*                              AND THE SELECT FUNCTION INTO    *
000541*                              PDDM7580 ALREADY CARRIES THE    *
000542*                              TCN.                            *
000583* CR4221   10/15/26  ACS       AN L IN THE NEW LOG FIELD OPENS  *
000624*                              THE HELP-DESK CONTACT LOG        *
000665*                              (PDDM7599) WITH THE CARDHOLDER   *
000706*                              ON THE SCREEN, AND THE SELECTED  *
000747*                              CLAIM LINE'S TCN PRE-FILLED.     *
000788*****************************************************************
000830
000840 ENVIRONMENT DIVISION.
000850 CONFIGURATION SECTION.
000930     05  WK-030-MAPSET-NAME      PIC X(08)      VALUE 'PDDM761M'.
000940     05  WK-030-MAP-NAME         PIC X(08)      VALUE 'PDDM761S'.
000950     05  WK-030-TRANID           PIC X(04)      VALUE 'W761'.
000955     05  WK-030-LOG-PGM          PIC X(08)      VALUE 'PDDM7599'.
000960     05  WK-030-DETAIL-PGM       PIC X(08)      VALUE 'PDDM7580'.
000970
000980 01  WW-000-WORK-AREA.
001172*    AUTHORIZATION CALL PARAMETERS FOR THE SHARED PDDS9003
001174*    ROLE CHECK, PLUS THE MASKED-ID WORK FIELD.
001176     COPY WKC90030.
001177*    TRANSFER AREA INTO THE HELP-DESK CONTACT LOG (PDDM7599).
001178     COPY WKC75990.
001179 01  WW-000-MASKED-ID             PIC X(20).
001180
001190     EXEC SQL INCLUDE SQLCA END-EXEC.
001200
001750         MOVE DFHCOMMAREA        TO WC-000-COMMAREA-WS
001760         PERFORM S300-000-RECEIVE-MAP
001770             THRU S300-999-EXIT
001772         IF LOGI = 'L'
001774             PERFORM S340-000-OPEN-CONTACT-LOG
001776                 THRU S340-999-EXIT
001778         END-IF
001780         PERFORM S350-000-CHECK-SELECT
001790             THRU S350-999-EXIT
001800         PERFORM S400-000-LIST-CLAIMS
002070                 INTO(PDDM761MI)
002080     END-EXEC.
002090 S300-999-EXIT.
002091     EXIT.
002092*****************************************************************
002093*    S340-000-OPEN-CONTACT-LOG - AN L IN THE LOG FIELD          *
002094*    TRANSFERS TO THE HELP-DESK CONTACT LOG (PDDM7599) WITH     *
002095*    THE ITEM ON THIS SCREEN PRE-FILLED.  XCTL DOES NOT RETURN. *
002096*****************************************************************
002097 S340-000-OPEN-CONTACT-LOG.
002098     INITIALIZE WK-7599-XFER-AREA.
002099     SET WK-7599-XFER-IN         TO TRUE.
002100     MOVE WK-030-TRANID          TO WK-7599-SRC-TRAN-ID.
002101     IF CRDIDI = SPACES OR LOW-VALUES
002102      OR CRDIDI (1:16) = ALL '*'
002103         MOVE WC-000-LAST-CRDID  TO WK-7599-CRDHLDR-ID
002104     ELSE
002105         MOVE CRDIDI             TO WK-7599-CRDHLDR-ID
002106     END-IF.
002107*    A SELECTED CLAIM LINE GOES ALONG AS THE TCN.
002108     IF PICKI NUMERIC
002109      AND PICKI NOT = '0'
002110         MOVE PICKI              TO WW-000-SEL-NUM
002111         IF WC-000-PAGE-TCN (WW-000-SEL-NUM) NOT = ZERO
002112             MOVE WC-000-PAGE-TCN (WW-000-SEL-NUM)
002113                                 TO WW-000-TCN-DSP
002114             MOVE WW-000-TCN-DSP (3:15) TO WK-7599-TCN
002115         END-IF
002116     END-IF.
002117     EXEC CICS
002118         XCTL PROGRAM(WK-030-LOG-PGM)
002119              COMMAREA(WK-7599-XFER-AREA)
002120     END-EXEC.
002121 S340-999-EXIT.
002122     EXIT.
002123*****************************************************************
002124*    S350-000-CHECK-SELECT - A LINE NUMBER IN THE SELECT FIELD  *
002130*    TRANSFERS CONTROL TO THE PDDM7580 DETAIL FOR THAT TCN.     *
002140*    THE XFER FLAG TELLS PDDM7580 THE TCN ARRIVED PRELOADED.    *
002150*****************************************************************
