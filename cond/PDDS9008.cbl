000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDS9008.
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
001300*  10/15/26  ACS   NEW PROGRAM.  SHARED CLAIM EVENT PUBLISHER. *
001400*                  PUTS ONE ADJUDICATED-CLAIM EVENT (WKC90080) *
001500*                  ON THE PDD.CLAIM.ADJUD.EVENT QUEUE WITH A   *
001600*                  SINGLE MQPUT1, EITHER INSIDE THE CALLER'S   *
001700*                  UNIT OF WORK (THE RESPONSE BUILDER, SO ONLY *
001800*                  COMMITTED CLAIMS ARE EVER SEEN) OR AT ONCE  *
001900*                  (THE RETRY JOB).  ALSO CONNECTS AND         *
002000*                  DISCONNECTS FOR A BATCH CALLER.             *
002100*                                                              *
002200*****************************************************************
002300*                                                               *
002400*   THE ROUTINE NEVER WAITS AND NEVER RETRIES - A PUT THAT      *
002500*   FAILS IS HANDED BACK WITH ITS MQ COMPLETION AND REASON      *
002600*   CODES IN WK-9008-COMP-CD / WK-9008-REASON-CD, AND THE       *
002700*   CALLER DECIDES WHAT TO DO WITH THE EVENT.  THE MESSAGE      *
002800*   DESCRIPTOR, OBJECT DESCRIPTOR AND PUT OPTIONS ARE THE       *
002900*   VERSION-1 MQI STRUCTURES, LAID OUT HERE FIELD FOR FIELD.    *
003000*                                                               *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600*****************************************************************
003700*  DATA DIVISION                                                *
003800*****************************************************************
003900 DATA DIVISION.
004000 WORKING-STORAGE SECTION.
004100 77  WK-9008-QUEUE-NM                PIC X(00048) VALUE
004200     'PDD.CLAIM.ADJUD.EVENT'.
004300 77  WK-9008-QMGR-NM                 PIC X(00048) VALUE SPACES.
004400 77  WK-9008-MSG-LEN                 PIC S9(00009) BINARY
004500                                     VALUE +200.
004600*****************************************************************
004700*  MQI CONSTANTS USED                                           *
004800*****************************************************************
004900 01  WK-9008-MQ-CONSTANTS.
005000     05  WK-9008-MQCC-OK             PIC S9(00009) BINARY
005100                                     VALUE ZERO.
005200     05  WK-9008-MQCC-FAILED         PIC S9(00009) BINARY
005300                                     VALUE +2.
005400     05  WK-9008-MQRC-NONE           PIC S9(00009) BINARY
005500                                     VALUE ZERO.
005600     05  WK-9008-MQPMO-SYNCPOINT     PIC S9(00009) BINARY
005700                                     VALUE +2.
005800     05  WK-9008-MQPMO-NO-SYNCPOINT  PIC S9(00009) BINARY
005900                                     VALUE +4.
006000     05  WK-9008-MQPMO-NEW-MSG-ID    PIC S9(00009) BINARY
006100                                     VALUE +64.
006200     05  WK-9008-MQPMO-FAIL-IF-QUIESCE
006300                                     PIC S9(00009) BINARY
006400                                     VALUE +8192.
006500*****************************************************************
006600*  MQOD - OBJECT DESCRIPTOR, VERSION 1                          *
006700*****************************************************************
006800 01  WK-9008-MQOD.
006900     05  WK-9008-OD-STRUC-ID         PIC X(00004) VALUE 'OD  '.
007000     05  WK-9008-OD-VERSION          PIC S9(00009) BINARY
007100                                     VALUE +1.
007200*    MQOT-Q.
007300     05  WK-9008-OD-OBJECT-TYPE      PIC S9(00009) BINARY
007400                                     VALUE +1.
007500     05  WK-9008-OD-OBJECT-NAME      PIC X(00048) VALUE SPACES.
007600     05  WK-9008-OD-OBJECT-QMGR-NAME PIC X(00048) VALUE SPACES.
007700     05  WK-9008-OD-DYNAMIC-Q-NAME   PIC X(00048) VALUE
007800         'AMQ.*'.
007900     05  WK-9008-OD-ALT-USER-ID      PIC X(00012) VALUE SPACES.
008000*****************************************************************
008100*  MQMD - MESSAGE DESCRIPTOR, VERSION 1                         *
008200*****************************************************************
008300 01  WK-9008-MQMD.
008400     05  WK-9008-MD-STRUC-ID         PIC X(00004) VALUE 'MD  '.
008500     05  WK-9008-MD-VERSION          PIC S9(00009) BINARY
008600                                     VALUE +1.
008700*    MQRO-NONE.
008800     05  WK-9008-MD-REPORT           PIC S9(00009) BINARY
008900                                     VALUE ZERO.
009000*    MQMT-DATAGRAM - NO REPLY IS EXPECTED.
009100     05  WK-9008-MD-MSG-TYPE         PIC S9(00009) BINARY
009200                                     VALUE +8.
009300*    MQEI-UNLIMITED.
009400     05  WK-9008-MD-EXPIRY           PIC S9(00009) BINARY
009500                                     VALUE -1.
009600     05  WK-9008-MD-FEEDBACK         PIC S9(00009) BINARY
009700                                     VALUE ZERO.
009800*    MQENC-NATIVE (S/390).
009900     05  WK-9008-MD-ENCODING         PIC S9(00009) BINARY
010000                                     VALUE +785.
010100*    MQCCSI-Q-MGR.
010200     05  WK-9008-MD-CODED-CHAR-SET-ID
010300                                     PIC S9(00009) BINARY
010400                                     VALUE ZERO.
010500*    MQFMT-STRING - THE EVENT IS ALL CHARACTER DATA.
010600     05  WK-9008-MD-FORMAT           PIC X(00008) VALUE
010700         'MQSTR   '.
010800*    MQPRI-PRIORITY-AS-Q-DEF.
010900     05  WK-9008-MD-PRIORITY         PIC S9(00009) BINARY
011000                                     VALUE -1.
011100*    MQPER-PERSISTENT - AN EVENT MUST SURVIVE A RESTART.
011200     05  WK-9008-MD-PERSISTENCE      PIC S9(00009) BINARY
011300                                     VALUE +1.
011400     05  WK-9008-MD-MSG-ID           PIC X(00024) VALUE
011500         LOW-VALUES.
011600     05  WK-9008-MD-CORREL-ID        PIC X(00024) VALUE
011700         LOW-VALUES.
011800     05  WK-9008-MD-BACKOUT-COUNT    PIC S9(00009) BINARY
011900                                     VALUE ZERO.
012000     05  WK-9008-MD-REPLY-TO-Q       PIC X(00048) VALUE SPACES.
012100     05  WK-9008-MD-REPLY-TO-QMGR    PIC X(00048) VALUE SPACES.
012200     05  WK-9008-MD-USER-IDENTIFIER  PIC X(00012) VALUE SPACES.
012300     05  WK-9008-MD-ACCOUNTING-TOKEN PIC X(00032) VALUE
012400         LOW-VALUES.
012500     05  WK-9008-MD-APPL-IDENTITY-DATA
012600                                     PIC X(00032) VALUE SPACES.
012700     05  WK-9008-MD-PUT-APPL-TYPE    PIC S9(00009) BINARY
012800                                     VALUE ZERO.
012900     05  WK-9008-MD-PUT-APPL-NAME    PIC X(00028) VALUE SPACES.
013000     05  WK-9008-MD-PUT-DATE         PIC X(00008) VALUE SPACES.
013100     05  WK-9008-MD-PUT-TIME         PIC X(00008) VALUE SPACES.
013200     05  WK-9008-MD-APPL-ORIGIN-DATA PIC X(00004) VALUE SPACES.
013300*****************************************************************
013400*  MQPMO - PUT MESSAGE OPTIONS, VERSION 1                       *
013500*****************************************************************
013600 01  WK-9008-MQPMO.
013700     05  WK-9008-PMO-STRUC-ID        PIC X(00004) VALUE 'PMO '.
013800     05  WK-9008-PMO-VERSION         PIC S9(00009) BINARY
013900                                     VALUE +1.
014000     05  WK-9008-PMO-OPTIONS         PIC S9(00009) BINARY
014100                                     VALUE ZERO.
014200     05  WK-9008-PMO-TIMEOUT         PIC S9(00009) BINARY
014300                                     VALUE -1.
014400     05  WK-9008-PMO-CONTEXT         PIC S9(00009) BINARY
014500                                     VALUE ZERO.
014600     05  WK-9008-PMO-KNOWN-DEST-COUNT
014700                                     PIC S9(00009) BINARY
014800                                     VALUE ZERO.
014900     05  WK-9008-PMO-UNKNOWN-DEST-COUNT
015000                                     PIC S9(00009) BINARY
015100                                     VALUE ZERO.
015200     05  WK-9008-PMO-INVALID-DEST-COUNT
015300                                     PIC S9(00009) BINARY
015400                                     VALUE ZERO.
015500     05  WK-9008-PMO-RESOLVED-Q-NAME PIC X(00048) VALUE SPACES.
015600     05  WK-9008-PMO-RESOLVED-QMGR-NAME
015700                                     PIC X(00048) VALUE SPACES.
015800*****************************************************************
015900*  LINKAGE SECTION                                              *
016000*****************************************************************
016100 LINKAGE SECTION.
016200     COPY WKC90080.
016300*****************************************************************
016400*  PROCEDURE DIVISION                                          *
016500*****************************************************************
016600 PROCEDURE DIVISION USING WK-9008-CALL-PARMS.
016700*
016800 S000-000-MAINLINE       SECTION.
016900 S000-010-START.
017000     SET WK-9008-OK              TO TRUE.
017100     MOVE WK-9008-MQCC-OK        TO WK-9008-COMP-CD.
017200     MOVE WK-9008-MQRC-NONE      TO WK-9008-REASON-CD.
017300     EVALUATE TRUE
017400       WHEN WK-9008-CONNECT
017500         PERFORM S100-000-CONNECT
017600             THRU S100-999-EXIT
017700       WHEN WK-9008-PUT
017800         PERFORM S200-000-PUT-EVENT
017900             THRU S200-999-EXIT
018000       WHEN WK-9008-DISCONNECT
018100         PERFORM S300-000-DISCONNECT
018200             THRU S300-999-EXIT
018300       WHEN OTHER
018400         SET WK-9008-BAD-PARMS   TO TRUE
018500     END-EVALUATE.
018600     GOBACK.
018700*****************************************************************
018800*    S100-000-CONNECT - BATCH ONLY; THE INSTALLATION'S DEFAULT  *
018900*    QUEUE MANAGER                                              *
019000*****************************************************************
019100 S100-000-CONNECT.
019200     CALL 'MQCONN' USING WK-9008-QMGR-NM
019300                         WK-9008-HCONN
019400                         WK-9008-COMP-CD
019500                         WK-9008-REASON-CD.
019600     IF WK-9008-COMP-CD NOT = WK-9008-MQCC-OK
019700         SET WK-9008-MQ-ERROR    TO TRUE
019800     END-IF.
019900 S100-999-EXIT.
020000     EXIT.
020100*****************************************************************
020200*    S200-000-PUT-EVENT - ONE MQPUT1.  UNDER SYNCPOINT THE      *
020300*    MESSAGE IS ONLY DELIVERED IF THE CALLER'S UNIT OF WORK     *
020400*    COMMITS, AND IS DISCARDED IF IT BACKS OUT.                 *
020500*****************************************************************
020600 S200-000-PUT-EVENT.
020700     IF NOT WK-9008-IN-UNIT-OF-WORK
020800        AND NOT WK-9008-IMMEDIATE
020900         SET WK-9008-BAD-PARMS   TO TRUE
021000         GO TO S200-999-EXIT
021100     END-IF.
021200     IF WK-9008-EVT-MSG = SPACES
021300         SET WK-9008-BAD-PARMS   TO TRUE
021400         GO TO S200-999-EXIT
021500     END-IF.
021600     MOVE WK-9008-QUEUE-NM       TO WK-9008-OD-OBJECT-NAME.
021700     MOVE LOW-VALUES             TO WK-9008-MD-MSG-ID
021800                                    WK-9008-MD-CORREL-ID.
021900     IF WK-9008-IN-UNIT-OF-WORK
022000         COMPUTE WK-9008-PMO-OPTIONS =
022100             WK-9008-MQPMO-SYNCPOINT
022200           + WK-9008-MQPMO-NEW-MSG-ID
022300           + WK-9008-MQPMO-FAIL-IF-QUIESCE
022400     ELSE
022500         COMPUTE WK-9008-PMO-OPTIONS =
022600             WK-9008-MQPMO-NO-SYNCPOINT
022700           + WK-9008-MQPMO-NEW-MSG-ID
022800           + WK-9008-MQPMO-FAIL-IF-QUIESCE
022900     END-IF.
023000     CALL 'MQPUT1' USING WK-9008-HCONN
023100                         WK-9008-MQOD
023200                         WK-9008-MQMD
023300                         WK-9008-MQPMO
023400                         WK-9008-MSG-LEN
023500                         WK-9008-EVT-MSG
023600                         WK-9008-COMP-CD
023700                         WK-9008-REASON-CD.
023800     IF WK-9008-COMP-CD = WK-9008-MQCC-FAILED
023900         SET WK-9008-MQ-ERROR    TO TRUE
024000     END-IF.
024100 S200-999-EXIT.
024200     EXIT.
024300*****************************************************************
024400*    S300-000-DISCONNECT - BATCH ONLY                           *
024500*****************************************************************
024600 S300-000-DISCONNECT.
024700     CALL 'MQDISC' USING WK-9008-HCONN
024800                         WK-9008-COMP-CD
024900                         WK-9008-REASON-CD.
025000     IF WK-9008-COMP-CD NOT = WK-9008-MQCC-OK
025100         SET WK-9008-MQ-ERROR    TO TRUE
025200     END-IF.
025300 S300-999-EXIT.
025400     EXIT.
