000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUSTHIST.
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
001300*  10/15/26  ACS   NEW PROGRAM.  CUSTOMER HISTORY INQUIRY.      *
001400*                  READS ONE HISTPARM CARD (CUSTOMER ID, AS-OF  *
001500*                  DATE), FOLLOWS THE ID'S FORWARDING ON        *
001600*                  CUSTOMER_MERGE_XREF, AND PRINTS THE          *
001700*                  CUSTOMER_TABLE ROW AS IT STOOD AT THE CLOSE  *
001800*                  OF THE AS-OF DATE, REBUILT FROM THE BEFORE   *
001900*                  IMAGES ON CUSTOMER_HISTORY, FOLLOWED BY      *
002000*                  EVERY CHANGE RECORDED FOR THE ID AND ITS     *
002100*                  SURVIVORS SINCE THAT DATE.  SQL ERRORS GO TO *
002200*                  CUSTOMER_ERROR_LOG UNDER THE SAME WHENEVER   *
002300*                  SQLERROR HANDLING THE OTHER CUSTOMER         *
002400*                  UTILITIES USE.                               *
002500*                                                               *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT HISTPARM-FILE ASSIGN TO HISTPARM
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT HISTRPT-FILE ASSIGN TO HISTRPT
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800*****************************************************************
003900*  DATA DIVISION                                                *
004000*****************************************************************
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  HISTPARM-FILE.
004400*    ONE INQUIRY CARD: CUSTOMER ID, AS-OF DATE (YYYYMMDD).
004500 01  HP-PARM-REC.
004600     05  HP-CUSTOMER-ID              PIC X(00005).
004700     05  FILLER                      PIC X(00001).
004800     05  HP-ASOF-DATE                PIC X(00008).
004900     05  FILLER                      PIC X(00066).
005000 FD  HISTRPT-FILE
005100     RECORDING MODE IS F.
005200 01  HISTRPT-REC                     PIC X(00133).
005300*****************************************************************
005400*  WORKING-STORAGE SECTION                                     *
005500*****************************************************************
005600 WORKING-STORAGE SECTION.
005700 77  WS-CHAIN-END-SW                 PIC X(00001) VALUE 'N'.
005800     88  WS-CHAIN-END                VALUE 'Y'.
005900 77  WS-ASOF-FOUND-SW                PIC X(00001) VALUE 'N'.
006000     88  WS-ASOF-FOUND               VALUE 'Y'.
006100 77  WS-HIST-EOF-SW                  PIC X(00001) VALUE 'N'.
006200     88  WS-HIST-EOF                 VALUE 'Y'.
006300 77  WS-CHAIN-CNT                    PIC S9(00004) COMP
006400                                     VALUE ZERO.
006500 77  WS-CHAIN-SUB                    PIC S9(00004) COMP
006600                                     VALUE ZERO.
006700 77  WS-CHAIN-MAX                    PIC S9(00004) COMP
006800                                     VALUE 10.
006900 77  WS-ID-CHANGE-CNT                PIC S9(00009) COMP-3
007000                                     VALUE ZERO.
007100 77  WS-CHANGE-CNT                   PIC S9(00009) COMP-3
007200                                     VALUE ZERO.
007300*    THE INQUIRY ID FIRST, THEN EACH SURVIVOR IT FORWARDS TO.
007400 01  WS-CHAIN-TABLE.
007500     05  WS-CHAIN-ENTRY              OCCURS 10 TIMES.
007600         10  WS-CHAIN-ID             PIC 9(00005).
007700         10  WS-CHAIN-MERGE-DATE     PIC X(00008).
007800 01  WS-ERROR-FIELDS.
007900     05  WS-ERROR-SQLCODE            PIC S9(00009).
008000     05  WS-ERROR-DATE               PIC X(00008).
008100     05  WS-ERROR-TIME               PIC X(00008).
008200*****************************************************************
008300*  EXEC SQL - HOST VARIABLES / SQLCA / HISTORY CURSOR           *
008400*****************************************************************
008500     EXEC SQL INCLUDE SQLCA END-EXEC.
008600     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
008700 01  WS-ASOF-DATE                    PIC X(00008).
008800 01  WS-LOOKUP-ID                    PIC 9(00005).
008900 01  WS-FWD-CUSTOMER-ID              PIC 9(00005).
009000 01  WS-FWD-MERGE-DATE               PIC X(00008).
009100 01  WS-CUSTOMER-NAME                PIC X(00025).
009200 01  WS-CUSTOMER-AGE                 PIC 9(00003).
009300 01  WS-CUSTOMER-DOB                 PIC X(00008).
009400 01  WS-CUSTOMER-LAST-ACT            PIC X(00008).
009500 01  WS-HIST-DATE                    PIC X(00008).
009600 01  WS-HIST-TIME                    PIC X(00008).
009700 01  WS-HIST-TYPE                    PIC X(00001).
009800     88  WS-HIST-INSERT              VALUE 'I'.
009900     88  WS-HIST-UPDATE              VALUE 'U'.
010000     88  WS-HIST-MERGE               VALUE 'M'.
010100     88  WS-HIST-PURGE               VALUE 'P'.
010200 01  WS-HIST-PGM                     PIC X(00020).
010300 01  WS-BEFORE-NAME                  PIC X(00025).
010400 01  WS-BEFORE-AGE                   PIC 9(00003).
010500 01  WS-BEFORE-DOB                   PIC X(00008).
010600 01  WS-BEFORE-LAST-ACT              PIC X(00008).
010700 01  WS-AFTER-NAME                   PIC X(00025).
010800 01  WS-AFTER-AGE                    PIC 9(00003).
010900 01  WS-AFTER-DOB                    PIC X(00008).
011000 01  WS-AFTER-LAST-ACT               PIC X(00008).
011100 01  WS-HIST-SURV-ID                 PIC 9(00005).
011200 01  WS-LAST-SQL-STMT                PIC X(00030).
011300 01  WS-ERROR-CUSTOMER-ID            PIC 9(00005).
011400 01  WS-ERROR-STUDENT-ID             PIC 9(00005).
011500 01  WS-ERROR-SQLCODE-HV             PIC S9(00009) COMP.
011600     EXEC SQL END DECLARE SECTION END-EXEC.
011700*    CUSTOMER_HISTORY HOLDS ONE ROW PER CHANGE TO A CUSTOMER_TABLE
011800*    ROW: CHANGE_TYPE I (INSERT), U (UPDATE), M (MERGE) OR P
011900*    (PURGE), THE CHANGING PROGRAM, THE RUN DATE AND TIME, AND THE
012000*    ROW BEFORE AND AFTER THE CHANGE.  AN INSERT HAS NO BEFORE
012100*    IMAGE AND A PURGE NO AFTER IMAGE; A MERGE ALSO CARRIES THE
012200*    SURVIVOR ID.  CHANGES AFTER THE AS-OF DATE, OLDEST FIRST -
012300*    THE FIRST ONE'S BEFORE IMAGE IS THE ROW AS IT STOOD THEN.
012400     EXEC SQL
012500         DECLARE CHIST CURSOR FOR
012600         SELECT CHANGE_DATE, CHANGE_TIME, CHANGE_TYPE, CHANGE_PGM,
012700                COALESCE(BEFORE_NAME, ' '),
012800                COALESCE(BEFORE_AGE, 0),
012900                COALESCE(BEFORE_DOB, ' '),
013000                COALESCE(BEFORE_LAST_ACT_DATE, ' '),
013100                COALESCE(AFTER_NAME, ' '),
013200                COALESCE(AFTER_AGE, 0),
013300                COALESCE(AFTER_DOB, ' '),
013400                COALESCE(AFTER_LAST_ACT_DATE, ' '),
013500                COALESCE(SURVIVOR_CUSTOMER_ID, 0)
013600           FROM CUSTOMER_HISTORY
013700          WHERE CUSTOMER_ID = :WS-LOOKUP-ID
013800            AND CHANGE_DATE > :WS-ASOF-DATE
013900          ORDER BY CHANGE_DATE, CHANGE_TIME
014000     END-EXEC.
014100*****************************************************************
014200*  REPORT LINE LAYOUTS                                         *
014300*****************************************************************
014400 01  RL-HIST-HDG1.
014500     05  FILLER                PIC X(00001) VALUE SPACE.
014600     05  FILLER                PIC X(00045)
014700         VALUE 'CUSTHIST - CUSTOMER HISTORY INQUIRY'.
014800     05  FILLER                PIC X(00012) VALUE 'CUSTOMER ID '.
014900     05  RL-HIST-H1-ID         PIC X(00005).
015000     05  FILLER                PIC X(00009) VALUE '   AS OF '.
015100     05  RL-HIST-H1-ASOF       PIC X(00008).
015200 01  RL-HIST-FWD.
015300     05  FILLER                PIC X(00001) VALUE SPACE.
015400     05  FILLER                PIC X(00016)
015500         VALUE 'FORWARDING  ID '.
015600     05  RL-HIST-F-DUP-ID      PIC 9(00005).
015700     05  FILLER                PIC X(00004) VALUE ' TO '.
015800     05  RL-HIST-F-SURV-ID     PIC 9(00005).
015900     05  FILLER                PIC X(00010) VALUE '  MERGED '.
016000     05  RL-HIST-F-DATE        PIC X(00008).
016100 01  RL-HIST-ASOF.
016200     05  FILLER                PIC X(00001) VALUE SPACE.
016300     05  FILLER                PIC X(00010) VALUE 'ROW AS OF '.
016400     05  RL-HIST-A-DATE        PIC X(00008).
016500     05  FILLER                PIC X(00005) VALUE '  ID '.
016600     05  RL-HIST-A-ID          PIC 9(00005).
016700     05  FILLER                PIC X(00002) VALUE SPACES.
016800     05  RL-HIST-A-NAME        PIC X(00025).
016900     05  FILLER                PIC X(00006) VALUE '  AGE '.
017000     05  RL-HIST-A-AGE         PIC ZZ9.
017100     05  FILLER                PIC X(00006) VALUE '  DOB '.
017200     05  RL-HIST-A-DOB         PIC X(00008).
017300     05  FILLER                PIC X(00011) VALUE '  LAST ACT '.
017400     05  RL-HIST-A-LAST-ACT    PIC X(00008).
017500     05  FILLER                PIC X(00002) VALUE SPACES.
017600     05  RL-HIST-A-SOURCE      PIC X(00025).
017700 01  RL-HIST-NOROW.
017800     05  FILLER                PIC X(00001) VALUE SPACE.
017900     05  FILLER                PIC X(00010) VALUE 'ROW AS OF '.
018000     05  RL-HIST-N-DATE        PIC X(00008).
018100     05  FILLER                PIC X(00040)
018200         VALUE '  NOT ON FILE UNDER THE ID OR ITS CHAIN'.
018300 01  RL-HIST-TRUNC.
018400     05  FILLER                PIC X(00001) VALUE SPACE.
018500     05  FILLER                PIC X(00050)
018600         VALUE 'FORWARDING CHAIN STOPPED AT 10 IDS'.
018700 01  RL-HIST-SINCE.
018800     05  FILLER                PIC X(00001) VALUE SPACE.
018900     05  FILLER                PIC X(00014)
019000         VALUE 'CHANGES AFTER '.
019100     05  RL-HIST-S-DATE        PIC X(00008).
019200     05  FILLER                PIC X(00018)
019300         VALUE ' FOR CUSTOMER ID '.
019400     05  RL-HIST-S-ID          PIC 9(00005).
019500 01  RL-HIST-HDG2.
019600     05  FILLER                PIC X(00001) VALUE SPACE.
019700     05  FILLER                PIC X(00010) VALUE 'DATE'.
019800     05  FILLER                PIC X(00010) VALUE 'TIME'.
019900     05  FILLER                PIC X(00008) VALUE 'CHANGE'.
020000     05  FILLER                PIC X(00022) VALUE 'PROGRAM'.
020100     05  FILLER                PIC X(00007) VALUE 'IMAGE'.
020200     05  FILLER                PIC X(00027) VALUE 'CUSTOMER NAME'.
020300     05  FILLER                PIC X(00005) VALUE 'AGE'.
020400     05  FILLER                PIC X(00010) VALUE 'DOB'.
020500     05  FILLER                PIC X(00010) VALUE 'LAST ACT'.
020600     05  FILLER                PIC X(00008) VALUE 'SURVIVOR'.
020700 01  RL-HIST-DETAIL.
020800     05  FILLER                PIC X(00001) VALUE SPACE.
020900     05  RL-HIST-D-DATE        PIC X(00008).
021000     05  FILLER                PIC X(00002) VALUE SPACES.
021100     05  RL-HIST-D-TIME        PIC X(00008).
021200     05  FILLER                PIC X(00002) VALUE SPACES.
021300     05  RL-HIST-D-TYPE        PIC X(00006).
021400     05  FILLER                PIC X(00002) VALUE SPACES.
021500     05  RL-HIST-D-PGM         PIC X(00020).
021600     05  FILLER                PIC X(00002) VALUE SPACES.
021700     05  RL-HIST-D-IMAGE       PIC X(00006).
021800     05  FILLER                PIC X(00001) VALUE SPACE.
021900     05  RL-HIST-D-NAME        PIC X(00025).
022000     05  FILLER                PIC X(00002) VALUE SPACES.
022100     05  RL-HIST-D-AGE         PIC ZZ9 BLANK WHEN ZERO.
022200     05  FILLER                PIC X(00002) VALUE SPACES.
022300     05  RL-HIST-D-DOB         PIC X(00008).
022400     05  FILLER                PIC X(00002) VALUE SPACES.
022500     05  RL-HIST-D-LAST-ACT    PIC X(00008).
022600     05  FILLER                PIC X(00002) VALUE SPACES.
022700     05  RL-HIST-D-SURV-ID     PIC X(00005).
022800 01  RL-HIST-NONE.
022900     05  FILLER                PIC X(00001) VALUE SPACE.
023000     05  FILLER                PIC X(00030)
023100         VALUE 'NO CHANGES RECORDED'.
023200 01  RL-HIST-TOTAL.
023300     05  FILLER                PIC X(00001) VALUE SPACE.
023400     05  FILLER                PIC X(00016)
023500         VALUE 'CHANGES LISTED'.
023600     05  RL-HIST-T-CHANGES     PIC ZZZ,ZZ9.
023700*****************************************************************
023800*  PROCEDURE DIVISION                                          *
023900*****************************************************************
024000 PROCEDURE DIVISION.
024100*****************************************************************
024200*    0000-MAINLINE                                              *
024300*****************************************************************
024400 0000-MAINLINE.
024500     EXEC SQL
024600         WHENEVER SQLERROR GOTO DB-ERROR
024700     END-EXEC.
024800     PERFORM 1000-INITIALIZE
024900         THRU 1000-INITIALIZE-EXIT.
025000     PERFORM 2000-FOLLOW-ONE-XREF
025100         THRU 2000-FOLLOW-ONE-XREF-EXIT
025200         UNTIL WS-CHAIN-END.
025300     PERFORM 3000-FIND-ASOF-ROW
025400         THRU 3000-FIND-ASOF-ROW-EXIT
025500         VARYING WS-CHAIN-SUB FROM 1 BY 1
025600         UNTIL WS-CHAIN-SUB > WS-CHAIN-CNT
025700            OR WS-ASOF-FOUND.
025800     IF NOT WS-ASOF-FOUND
025900         MOVE WS-ASOF-DATE              TO RL-HIST-N-DATE
026000         WRITE HISTRPT-REC FROM RL-HIST-NOROW
026100             AFTER ADVANCING 2 LINES
026200     END-IF.
026300     PERFORM 4000-LIST-ID-CHANGES
026400         THRU 4000-LIST-ID-CHANGES-EXIT
026500         VARYING WS-CHAIN-SUB FROM 1 BY 1
026600         UNTIL WS-CHAIN-SUB > WS-CHAIN-CNT.
026700     PERFORM 8000-FINALIZE
026800         THRU 8000-FINALIZE-EXIT.
026900     GOBACK.
027000*****************************************************************
027100*    1000-INITIALIZE - INQUIRY CARD, HEADING, START OF CHAIN    *
027200*****************************************************************
027300 1000-INITIALIZE.
027400     OPEN INPUT  HISTPARM-FILE.
027500     OPEN OUTPUT HISTRPT-FILE.
027600     READ HISTPARM-FILE
027700         AT END
027800             DISPLAY 'CUSTHIST - MISSING HISTPARM INQUIRY CARD'
027900             MOVE 16 TO RETURN-CODE
028000             CLOSE HISTPARM-FILE HISTRPT-FILE
028100             GOBACK
028200     END-READ.
028300     IF HP-CUSTOMER-ID NOT NUMERIC
028400      OR HP-ASOF-DATE NOT NUMERIC
028500         DISPLAY 'CUSTHIST - HISTPARM CARD NOT NUMERIC: '
028600             HP-PARM-REC
028700         MOVE 16 TO RETURN-CODE
028800         CLOSE HISTPARM-FILE HISTRPT-FILE
028900         GOBACK
029000     END-IF.
029100     MOVE HP-CUSTOMER-ID            TO RL-HIST-H1-ID.
029200     MOVE HP-ASOF-DATE              TO WS-ASOF-DATE
029300                                       RL-HIST-H1-ASOF.
029400     WRITE HISTRPT-REC FROM RL-HIST-HDG1
029500         BEFORE ADVANCING TO-NEW-PAGE.
029600     MOVE 1                         TO WS-CHAIN-CNT.
029700     MOVE HP-CUSTOMER-ID            TO WS-CHAIN-ID (1).
029800     MOVE SPACES                    TO WS-CHAIN-MERGE-DATE (1).
029900 1000-INITIALIZE-EXIT.
030000     EXIT.
030100*****************************************************************
030200*    2000-FOLLOW-ONE-XREF - ADDS THE SURVIVOR THE LAST ID IN THE*
030300*    CHAIN WAS MERGED INTO, IF ANY.  A SURVIVOR MAY ITSELF HAVE *
030400*    BEEN MERGED LATER, SO THE CHAIN IS FOLLOWED TO ITS END.    *
030500*****************************************************************
030600 2000-FOLLOW-ONE-XREF.
030700     MOVE WS-CHAIN-ID (WS-CHAIN-CNT) TO WS-LOOKUP-ID.
030800     MOVE 'SELECT MERGE XREF'       TO WS-LAST-SQL-STMT.
030900     EXEC SQL
031000         SELECT SURVIVOR_CUSTOMER_ID, MERGE_DATE
031100           INTO :WS-FWD-CUSTOMER-ID, :WS-FWD-MERGE-DATE
031200           FROM CUSTOMER_MERGE_XREF
031300          WHERE DUP_CUSTOMER_ID = :WS-LOOKUP-ID
031400     END-EXEC.
031500     IF SQLCODE = 100
031600         SET WS-CHAIN-END TO TRUE
031700         GO TO 2000-FOLLOW-ONE-XREF-EXIT
031800     END-IF.
031900     IF WS-CHAIN-CNT NOT < WS-CHAIN-MAX
032000         WRITE HISTRPT-REC FROM RL-HIST-TRUNC
032100             AFTER ADVANCING 1 LINE
032200         SET WS-CHAIN-END TO TRUE
032300         GO TO 2000-FOLLOW-ONE-XREF-EXIT
032400     END-IF.
032500     ADD 1 TO WS-CHAIN-CNT.
032600     MOVE WS-FWD-CUSTOMER-ID        TO WS-CHAIN-ID (WS-CHAIN-CNT).
032700     MOVE WS-FWD-MERGE-DATE
032800                         TO WS-CHAIN-MERGE-DATE (WS-CHAIN-CNT).
032900     MOVE WS-LOOKUP-ID              TO RL-HIST-F-DUP-ID.
033000     MOVE WS-FWD-CUSTOMER-ID        TO RL-HIST-F-SURV-ID.
033100     MOVE WS-FWD-MERGE-DATE         TO RL-HIST-F-DATE.
033200     WRITE HISTRPT-REC FROM RL-HIST-FWD
033300         AFTER ADVANCING 1 LINE.
033400 2000-FOLLOW-ONE-XREF-EXIT.
033500     EXIT.
033600*****************************************************************
033700*    3000-FIND-ASOF-ROW - THE ROW ONE ID IN THE CHAIN HELD AT   *
033800*    THE CLOSE OF THE AS-OF DATE: THE BEFORE IMAGE OF ITS FIRST *
033900*    LATER CHANGE, UNLESS THAT CHANGE INSERTED IT; WITH NO LATER*
034000*    CHANGE THE CURRENT ROW STANDS.  NEITHER MEANS NOT ON FILE  *
034100*    UNDER THIS ID, AND THE NEXT ID IN THE CHAIN IS TRIED.      *
034200*****************************************************************
034300 3000-FIND-ASOF-ROW.
034400     MOVE WS-CHAIN-ID (WS-CHAIN-SUB) TO WS-LOOKUP-ID.
034500     MOVE 'OPEN CHIST CURSOR'       TO WS-LAST-SQL-STMT.
034600     EXEC SQL
034700         OPEN CHIST
034800     END-EXEC.
034900     PERFORM 4100-FETCH-NEXT-CHANGE
035000         THRU 4100-FETCH-NEXT-CHANGE-EXIT.
035100     MOVE 'CLOSE CHIST CURSOR'      TO WS-LAST-SQL-STMT.
035200     EXEC SQL
035300         CLOSE CHIST
035400     END-EXEC.
035500     IF NOT WS-HIST-EOF
035600         IF WS-HIST-INSERT
035700             GO TO 3000-FIND-ASOF-ROW-EXIT
035800         END-IF
035900         MOVE WS-BEFORE-NAME        TO RL-HIST-A-NAME
036000         MOVE WS-BEFORE-AGE         TO RL-HIST-A-AGE
036100         MOVE WS-BEFORE-DOB         TO RL-HIST-A-DOB
036200         MOVE WS-BEFORE-LAST-ACT    TO RL-HIST-A-LAST-ACT
036300         MOVE 'FROM CHANGE HISTORY' TO RL-HIST-A-SOURCE
036400         GO TO 3000-FIND-ASOF-ROW-FOUND
036500     END-IF.
036600     MOVE 'SELECT CUSTOMER_TABLE'   TO WS-LAST-SQL-STMT.
036700     EXEC SQL
036800         SELECT CUSTOMER_NAME, CUSTOMER_AGE, CUSTOMER_DOB,
036900                COALESCE(LAST_ACTIVITY_DATE, ' ')
037000           INTO :WS-CUSTOMER-NAME, :WS-CUSTOMER-AGE,
037100                :WS-CUSTOMER-DOB, :WS-CUSTOMER-LAST-ACT
037200           FROM CUSTOMER_TABLE
037300          WHERE CUSTOMER_ID = :WS-LOOKUP-ID
037400     END-EXEC.
037500     IF SQLCODE = 100
037600         GO TO 3000-FIND-ASOF-ROW-EXIT
037700     END-IF.
037800     MOVE WS-CUSTOMER-NAME          TO RL-HIST-A-NAME.
037900     MOVE WS-CUSTOMER-AGE           TO RL-HIST-A-AGE.
038000     MOVE WS-CUSTOMER-DOB           TO RL-HIST-A-DOB.
038100     MOVE WS-CUSTOMER-LAST-ACT      TO RL-HIST-A-LAST-ACT.
038200     MOVE 'UNCHANGED SINCE - CURRENT' TO RL-HIST-A-SOURCE.
038300 3000-FIND-ASOF-ROW-FOUND.
038400     SET WS-ASOF-FOUND TO TRUE.
038500     MOVE WS-ASOF-DATE              TO RL-HIST-A-DATE.
038600     MOVE WS-LOOKUP-ID              TO RL-HIST-A-ID.
038700     WRITE HISTRPT-REC FROM RL-HIST-ASOF
038800         AFTER ADVANCING 2 LINES.
038900 3000-FIND-ASOF-ROW-EXIT.
039000     EXIT.
039100*****************************************************************
039200*    4000-LIST-ID-CHANGES - EVERY CHANGE AFTER THE AS-OF DATE TO*
039300*    ONE ID IN THE CHAIN, OLDEST FIRST                          *
039400*****************************************************************
039500 4000-LIST-ID-CHANGES.
039600     MOVE WS-CHAIN-ID (WS-CHAIN-SUB) TO WS-LOOKUP-ID
039700                                        RL-HIST-S-ID.
039800     MOVE WS-ASOF-DATE              TO RL-HIST-S-DATE.
039900     WRITE HISTRPT-REC FROM RL-HIST-SINCE
040000         AFTER ADVANCING 2 LINES.
040100     WRITE HISTRPT-REC FROM RL-HIST-HDG2
040200         AFTER ADVANCING 1 LINE.
040300     MOVE ZERO                      TO WS-ID-CHANGE-CNT.
040400     MOVE 'OPEN CHIST CURSOR'       TO WS-LAST-SQL-STMT.
040500     EXEC SQL
040600         OPEN CHIST
040700     END-EXEC.
040800     PERFORM 4100-FETCH-NEXT-CHANGE
040900         THRU 4100-FETCH-NEXT-CHANGE-EXIT.
041000     PERFORM 4200-WRITE-ONE-CHANGE
041100         THRU 4200-WRITE-ONE-CHANGE-EXIT
041200         UNTIL WS-HIST-EOF.
041300     MOVE 'CLOSE CHIST CURSOR'      TO WS-LAST-SQL-STMT.
041400     EXEC SQL
041500         CLOSE CHIST
041600     END-EXEC.
041700     IF WS-ID-CHANGE-CNT = ZERO
041800         WRITE HISTRPT-REC FROM RL-HIST-NONE
041900             AFTER ADVANCING 1 LINE
042000     END-IF.
042100 4000-LIST-ID-CHANGES-EXIT.
042200     EXIT.
042300*****************************************************************
042400*    4100-FETCH-NEXT-CHANGE                                     *
042500*****************************************************************
042600 4100-FETCH-NEXT-CHANGE.
042700     MOVE 'N'                       TO WS-HIST-EOF-SW.
042800     MOVE 'FETCH CHIST CURSOR'      TO WS-LAST-SQL-STMT.
042900     EXEC SQL
043000         FETCH CHIST
043100         INTO :WS-HIST-DATE, :WS-HIST-TIME, :WS-HIST-TYPE,
043200              :WS-HIST-PGM, :WS-BEFORE-NAME, :WS-BEFORE-AGE,
043300              :WS-BEFORE-DOB, :WS-BEFORE-LAST-ACT,
043400              :WS-AFTER-NAME, :WS-AFTER-AGE, :WS-AFTER-DOB,
043500              :WS-AFTER-LAST-ACT, :WS-HIST-SURV-ID
043600     END-EXEC.
043700     IF SQLCODE = 100
043800         SET WS-HIST-EOF TO TRUE
043900     END-IF.
044000 4100-FETCH-NEXT-CHANGE-EXIT.
044100     EXIT.
044200*****************************************************************
044300*    4200-WRITE-ONE-CHANGE - TWO LINES PER CHANGE, THE ROW      *
044400*    BEFORE AND THE ROW AFTER.  AN INSERT HAS NO BEFORE IMAGE   *
044500*    AND A PURGE NO AFTER IMAGE.                                *
044600*****************************************************************
044700 4200-WRITE-ONE-CHANGE.
044800     ADD 1 TO WS-ID-CHANGE-CNT
044900              WS-CHANGE-CNT.
045000     MOVE WS-HIST-DATE              TO RL-HIST-D-DATE.
045100     MOVE WS-HIST-TIME              TO RL-HIST-D-TIME.
045200     MOVE WS-HIST-PGM               TO RL-HIST-D-PGM.
045300     EVALUATE TRUE
045400         WHEN WS-HIST-INSERT
045500             MOVE 'INSERT'          TO RL-HIST-D-TYPE
045600         WHEN WS-HIST-UPDATE
045700             MOVE 'UPDATE'          TO RL-HIST-D-TYPE
045800         WHEN WS-HIST-MERGE
045900             MOVE 'MERGE'           TO RL-HIST-D-TYPE
046000         WHEN WS-HIST-PURGE
046100             MOVE 'PURGE'           TO RL-HIST-D-TYPE
046200         WHEN OTHER
046300             MOVE WS-HIST-TYPE      TO RL-HIST-D-TYPE
046400     END-EVALUATE.
046500     MOVE 'BEFORE'                  TO RL-HIST-D-IMAGE.
046600     IF WS-HIST-INSERT
046700         MOVE '(NOT ON FILE)'       TO RL-HIST-D-NAME
046800         MOVE ZERO                  TO RL-HIST-D-AGE
046900         MOVE SPACES                TO RL-HIST-D-DOB
047000                                       RL-HIST-D-LAST-ACT
047100     ELSE
047200         MOVE WS-BEFORE-NAME        TO RL-HIST-D-NAME
047300         MOVE WS-BEFORE-AGE         TO RL-HIST-D-AGE
047400         MOVE WS-BEFORE-DOB         TO RL-HIST-D-DOB
047500         MOVE WS-BEFORE-LAST-ACT    TO RL-HIST-D-LAST-ACT
047600     END-IF.
047700     MOVE SPACES                    TO RL-HIST-D-SURV-ID.
047800     WRITE HISTRPT-REC FROM RL-HIST-DETAIL
047900         AFTER ADVANCING 1 LINE.
048000     MOVE SPACES                    TO RL-HIST-D-DATE
048100                                       RL-HIST-D-TIME
048200                                       RL-HIST-D-TYPE
048300                                       RL-HIST-D-PGM.
048400     MOVE 'AFTER'                   TO RL-HIST-D-IMAGE.
048500     IF WS-HIST-PURGE
048600         MOVE '(PURGED)'            TO RL-HIST-D-NAME
048700         MOVE ZERO                  TO RL-HIST-D-AGE
048800         MOVE SPACES                TO RL-HIST-D-DOB
048900                                       RL-HIST-D-LAST-ACT
049000     ELSE
049100         MOVE WS-AFTER-NAME         TO RL-HIST-D-NAME
049200         MOVE WS-AFTER-AGE          TO RL-HIST-D-AGE
049300         MOVE WS-AFTER-DOB          TO RL-HIST-D-DOB
049400         MOVE WS-AFTER-LAST-ACT     TO RL-HIST-D-LAST-ACT
049500     END-IF.
049600     IF WS-HIST-MERGE
049700         MOVE WS-HIST-SURV-ID       TO RL-HIST-D-SURV-ID
049800     END-IF.
049900     WRITE HISTRPT-REC FROM RL-HIST-DETAIL
050000         AFTER ADVANCING 1 LINE.
050100     PERFORM 4100-FETCH-NEXT-CHANGE
050200         THRU 4100-FETCH-NEXT-CHANGE-EXIT.
050300 4200-WRITE-ONE-CHANGE-EXIT.
050400     EXIT.
050500*****************************************************************
050600*    8000-FINALIZE                                              *
050700*****************************************************************
050800 8000-FINALIZE.
050900     MOVE WS-CHANGE-CNT             TO RL-HIST-T-CHANGES.
051000     WRITE HISTRPT-REC FROM RL-HIST-TOTAL
051100         AFTER ADVANCING 2 LINES.
051200     CLOSE HISTPARM-FILE HISTRPT-FILE.
051300 8000-FINALIZE-EXIT.
051400     EXIT.
051500*****************************************************************
051600*    DB-ERROR - SAME CUSTOMER_ERROR_LOG HANDLING THE OTHER      *
051700*    CUSTOMER UTILITIES USE                                     *
051800*****************************************************************
051900 DB-ERROR.
052000     MOVE SQLCODE TO WS-ERROR-SQLCODE
052100                     WS-ERROR-SQLCODE-HV.
052200     DISPLAY 'SQL ERROR ON ' WS-LAST-SQL-STMT
052300         ' SQLCODE=' WS-ERROR-SQLCODE.
052400     ACCEPT WS-ERROR-DATE FROM DATE YYYYMMDD.
052500     ACCEPT WS-ERROR-TIME FROM TIME.
052600     MOVE WS-LOOKUP-ID       TO WS-ERROR-CUSTOMER-ID.
052700     MOVE ZERO               TO WS-ERROR-STUDENT-ID.
052800     EXEC SQL
052900         INSERT INTO CUSTOMER_ERROR_LOG
053000             (FAILED_STMT, SQLCODE, CUSTOMER_ID, STUDENT_ID,
053100              ERROR_DATE, ERROR_TIME)
053200         VALUES
053300             (:WS-LAST-SQL-STMT, :WS-ERROR-SQLCODE-HV,
053400              :WS-ERROR-CUSTOMER-ID, :WS-ERROR-STUDENT-ID,
053500              :WS-ERROR-DATE, :WS-ERROR-TIME)
053600     END-EXEC.
053700     MOVE 16 TO RETURN-CODE.
053800     CLOSE HISTPARM-FILE HISTRPT-FILE.
053900     GOBACK.
