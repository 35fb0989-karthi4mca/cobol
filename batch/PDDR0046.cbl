002500*                  FINANCE STOPS RE-KEYING THE PDDR0027        *
002600*                  PAPER INTO THE LEDGER.                      *
002700*                                                              *
002710*  10/15/26  ACS   CHAIN CENTRAL PAY.  THE CREDIT LEG OF EACH  *
002720*                  TYPE IS NOW SPLIT BY PAYEE - THE PAY-TO     *
002730*                  ENTITY FROM C_PROV_PAYEE_TB AT THE DATE OF  *
002740*                  SERVICE, ELSE THE BILLING PHARMACY - OVER   *
002750*                  THE DAY'S PAID CLAIMS.  THE DEBIT STAYS ONE *
002760*                  LINE PER TYPE.  ANY PART OF THE TYPE TOTAL  *
002770*                  NO CLAIM ACCOUNTS FOR IS CREDITED TO PAYEE  *
002780*                  'UNALLOCATED' SO THE PAIR STILL BALANCES,   *
002790*                  AND ENDS THE STEP RC 4.  NEW GF-PAYEE-ID    *
002795*                  GROWS THE FEED RECORD BY FIVE BYTES.        *
002796*  10/15/26  ACS   WITH NO GLPARM CARD THE FEED NOW RUNS FOR   *
002797*                  THE BUSINESS PROCESSING DATE FROM           *
002798*                  G_PROC_DT_CTL_TB (SHARED PDDS9004 ROUTINE). *
002806*  10/15/26  ACS   THE GLFEED FILE IS REGISTERED ON THE        *
002814*                  G_OUT_FILE_MNFST_TB OUTBOUND FILE MANIFEST  *
002822*                  (SHARED PDDS9006 ROUTINE) WITH ITS JOURNAL  *
002830*                  LINE COUNT AND THE TRAILER HASH, SO THE     *
002838*                  DELIVERY JOB CAN MARK IT SENT AND THE       *
002846*                  RECEIVER'S ACKNOWLEDGMENT CAN BE MATCHED TO *
002854*                  IT. A JOURNAL WITH AN UNMAPPED PAYMENT TYPE *
002862*                  IS NOT REGISTERED AND SO CANNOT BE MARKED   *
002870*                  SENT.                                       *
002878*                                                              *
002886*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
005600     05  GF-DR-CR-CD                 PIC X(00001).
005700     05  GF-GL-ACCT                  PIC X(00015).
005800     05  GF-AMT                      PIC S9(00011)V9(00002).
005900     05  GF-PAYEE-ID                 PIC X(00015).
006000 FD  RPT0046-FILE
006100     RECORDING MODE IS F.
006200 01  RPT0046-REC                     PIC X(00133).
007200                                     VALUE ZERO.
007300 77  WR-0046-HASH-AMT                PIC S9(00013)V9(00002)
007400                                     COMP-3 VALUE ZERO.
007410 77  WR-0046-PAYEE-EOF-SW            PIC X(00001) VALUE 'N'.
007420     88  WR-0046-PAYEE-EOF           VALUE 'Y'.
007430 77  WR-0046-ALLOC-AMT               PIC S9(00011)V9(00002)
007440                                     COMP-3 VALUE ZERO.
007450 77  WR-0046-UNALLOC-CNT             PIC S9(00009) COMP-3
007460                                     VALUE ZERO.
007500*****************************************************************
007600*  VALID BATCH PAYMENT/CREDIT TYPE CODES - SEE CBLLIB/CPYLIB/   *
007700*  WVC0070C.                                                    *
007800*****************************************************************
007900     COPY WVC0070C.
007933*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
007966     COPY WKC90040.
007977*    OUTBOUND FILE MANIFEST - SHARED PDDS9006 ROUTINE.
007988     COPY WKC90060.
008000*****************************************************************
008100*  EXEC SQL - SQLCA, HOST VARIABLES, CYCLE CURSOR               *
008200*****************************************************************
008800     05  WH-0046-PYMT-TY-TX          PIC X(00015).
008900     05  WH-0046-DR-ACCT-TX          PIC X(00015).
009000     05  WH-0046-CR-ACCT-TX          PIC X(00030).
009010     05  WH-0046-DAY-BEG-TS          PIC X(00026).
009020     05  WH-0046-DAY-END-TS          PIC X(00026).
009030     05  WH-0046-PAYEE-ID            PIC X(00015).
009040     05  WH-0046-PAYEE-AMT           PIC S9(00011)V9(00002)
009050                                     COMP-3.
009100     EXEC SQL END DECLARE SECTION END-EXEC.
009200     EXEC SQL
009300         DECLARE C0046 CURSOR FOR
009600          WHERE C_TXN_DT = :WH-0046-TXN-DT
009700          ORDER BY C_BAT_PYMT_TY_CD
009800     END-EXEC.
009810*    CREDIT LEG BY PAYEE - THE TXN DAY'S PAID CLAIMS OF ONE
009820*    PAYMENT TYPE (KEYED ON THE ADJUDICATION AUDIT TIMESTAMP,
009830*    AS PDDC8000 ADDS THEM TO C_BAT_PYMT_TY_TB), SUMMED BY THE
009840*    PAYEE IN EFFECT ON THE DATE OF SERVICE.
009850     EXEC SQL
009855         DECLARE C0046P CURSOR FOR
009860         SELECT V.PAYEE_ID, SUM(V.REIMB_AMT)
009865           FROM (SELECT COALESCE(
009870                          (SELECT P.C_PAYEE_ID
009875                             FROM C_PROV_PAYEE_TB P
009880                            WHERE P.C_PROV_ID = A.C_BLNG_PROV_ID
009885                              AND P.C_PAYEE_BEG_DT
009890                                      <= A.C_HDR_SVC_FST_DT
009895                              AND P.C_PAYEE_END_DT
009900                                      >= A.C_HDR_SVC_FST_DT
009905                              AND ROWNUM = 1),
009910                          A.C_BLNG_PROV_ID) PAYEE_ID,
009915                        A.C_TOT_REIMB_AMT REIMB_AMT
009920                   FROM C_LI_DRUG_TB A
009925                  WHERE A.G_AUD_TS     >= :WH-0046-DAY-BEG-TS
009930                    AND A.G_AUD_TS     <= :WH-0046-DAY-END-TS
009935                    AND A.C_HDR_STAT_CD = 'P'
009940                    AND COALESCE(A.C_BAT_PYMT_TY_CD, 'M')
009945                            = :CLPYMTTB-C-BAT-PYMT-TY-CD) V
009950          GROUP BY V.PAYEE_ID
009955          ORDER BY V.PAYEE_ID
009960     END-EXEC.
009900*****************************************************************
010000*  REPORT LINE LAYOUTS                                         *
010100*****************************************************************
011600     05  RL-0046-D-CR-ACCT           PIC X(00015).
011700     05  FILLER                      PIC X(00005) VALUE ' AMT '.
011800     05  RL-0046-D-AMT               PIC Z,ZZZ,ZZZ,ZZ9.99-.
011810 01  RL-0046-PAYEE-LINE.
011820     05  FILLER                      PIC X(00008) VALUE SPACES.
011830     05  FILLER                      PIC X(00006) VALUE 'PAYEE '.
011840     05  RL-0046-P-PAYEE-ID          PIC X(00015).
011850     05  FILLER                      PIC X(00005) VALUE ' CR  '.
011860     05  RL-0046-P-CR-ACCT           PIC X(00015).
011870     05  FILLER                      PIC X(00005) VALUE ' AMT '.
011880     05  RL-0046-P-AMT               PIC Z,ZZZ,ZZZ,ZZ9.99-.
011900 01  RL-0046-COUNT-LINE.
012000     05  FILLER                      PIC X(00001) VALUE SPACE.
012100     05  RL-0046-C-LABEL             PIC X(00034).
014200*    1000-INITIALIZE                                            *
014300*****************************************************************
014400 1000-INITIALIZE.
014411     MOVE 'PDDR0046'             TO WK-9004-PGM-ID.
014422     MOVE SPACES                 TO WK-9004-OVRD-DT.
014433     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
014444     IF WK-9004-NO-BUS-DT
014455         DISPLAY 'PDDR0046 - NO BUSINESS PROCESSING DATE'
014466         MOVE 16 TO RETURN-CODE
014477         GOBACK
014488     END-IF.
014500     OPEN INPUT  GLPARM-FILE.
014600     OPEN OUTPUT GLFEED-FILE RPT0046-FILE.
014700     READ GLPARM-FILE
014800         AT END
015050             MOVE SPACES TO GP-PARM-REC
015300     END-READ.
015320*    NO DATE CARD - FEED THE BUSINESS PROCESSING DATE.
015340     IF GP-TXN-DT = SPACES
015360         MOVE WK-9004-BUS-DT     TO GP-TXN-DT
015380     END-IF.
015400     MOVE GP-TXN-DT              TO WH-0046-TXN-DT
015500                                    RL-0046-H1-DT.
015510     MOVE SPACES TO WH-0046-DAY-BEG-TS WH-0046-DAY-END-TS.
015520     STRING WH-0046-TXN-DT '-00.00.00.000000'
015530         DELIMITED BY SIZE INTO WH-0046-DAY-BEG-TS.
015540     STRING WH-0046-TXN-DT '-23.59.59.999999'
015550         DELIMITED BY SIZE INTO WH-0046-DAY-END-TS.
015600     WRITE RPT0046-REC FROM RL-0046-HDG1
015700         BEFORE ADVANCING TO-NEW-PAGE.
015800     EXEC SQL
018600     EXIT.
018700*****************************************************************
018800*    3000-MAP-AND-WRITE - GL ACCOUNTS FROM LIST 7523, THEN THE  *
018900*    DEBIT LINE AND THE CREDIT LINES BY PAYEE (3100).  AN       *
019000*    UNMAPPED TYPE IS REPORTED AND ENDS THE STEP RC 8 - A       *
019100*    JOURNAL WITH A MISSING LEG MUST NEVER REACH THE LEDGER.    *
019200*****************************************************************
019300 3000-MAP-AND-WRITE.
019400     MOVE CLPYMTTB-C-BAT-PYMT-TY-CD TO WH-0046-PYMT-TY-TX.
022200     MOVE 'D'                       TO GF-DR-CR-CD.
022300     MOVE WH-0046-DR-ACCT-TX        TO GF-GL-ACCT.
022400     MOVE CLPYMTTB-C-TOT-REIMB-AMT  TO GF-AMT.
022450     MOVE SPACES                    TO GF-PAYEE-ID.
022500     WRITE GF-JOURNAL-REC.
022900     ADD 1                          TO WR-0046-LINE-CNT.
023000     ADD CLPYMTTB-C-TOT-REIMB-AMT   TO WR-0046-HASH-AMT.
023200     MOVE CLPYMTTB-C-BAT-PYMT-TY-CD TO RL-0046-D-PYMT-TY.
023300     MOVE WH-0046-DR-ACCT-TX        TO RL-0046-D-DR-ACCT.
023400     MOVE WH-0046-CR-ACCT-TX (1:15) TO RL-0046-D-CR-ACCT.
023500     MOVE CLPYMTTB-C-TOT-REIMB-AMT  TO RL-0046-D-AMT.
023600     WRITE RPT0046-REC FROM RL-0046-DETAIL
023700         AFTER ADVANCING 1 LINE.
023710     PERFORM 3100-CREDIT-BY-PAYEE
023720         THRU 3100-CREDIT-BY-PAYEE-EXIT.
023800 3000-MAP-AND-WRITE-EXIT.
023900     EXIT.
023901*****************************************************************
023902*    3100-CREDIT-BY-PAYEE - ONE CREDIT LINE PER PAYEE FOR THE   *
023903*    TYPE, THEN ANY REMAINDER OF THE TYPE TOTAL TO PAYEE        *
023904*    'UNALLOCATED' SO THE DEBIT AND CREDITS STILL BALANCE.      *
023905*****************************************************************
023906 3100-CREDIT-BY-PAYEE.
023907     MOVE ZERO                      TO WR-0046-ALLOC-AMT.
023908     MOVE 'N'                       TO WR-0046-PAYEE-EOF-SW.
023909     EXEC SQL
023910         OPEN C0046P
023911     END-EXEC.
023912     IF SQLCODE NOT = 0
023913         GO TO 9999-SQL-ERROR
023914     END-IF.
023915     PERFORM 3200-ONE-PAYEE
023916         THRU 3200-ONE-PAYEE-EXIT
023917         UNTIL WR-0046-PAYEE-EOF.
023918     EXEC SQL
023919         CLOSE C0046P
023920     END-EXEC.
023921     IF WR-0046-ALLOC-AMT = CLPYMTTB-C-TOT-REIMB-AMT
023922         GO TO 3100-CREDIT-BY-PAYEE-EXIT
023923     END-IF.
023924     ADD 1                          TO WR-0046-UNALLOC-CNT.
023925     MOVE 'UNALLOCATED'             TO WH-0046-PAYEE-ID.
023926     COMPUTE WH-0046-PAYEE-AMT =
023927         CLPYMTTB-C-TOT-REIMB-AMT - WR-0046-ALLOC-AMT.
023928     PERFORM 3300-WRITE-CREDIT
023929         THRU 3300-WRITE-CREDIT-EXIT.
023930 3100-CREDIT-BY-PAYEE-EXIT.
023931     EXIT.
023932*****************************************************************
023933*    3200-ONE-PAYEE                                             *
023934*****************************************************************
023935 3200-ONE-PAYEE.
023936     EXEC SQL
023937         FETCH C0046P
023938         INTO :WH-0046-PAYEE-ID,
023939              :WH-0046-PAYEE-AMT
023940     END-EXEC.
023941     EVALUATE SQLCODE
023942       WHEN 0
023943         ADD WH-0046-PAYEE-AMT      TO WR-0046-ALLOC-AMT
023944         PERFORM 3300-WRITE-CREDIT
023945             THRU 3300-WRITE-CREDIT-EXIT
023946       WHEN 100
023947         SET WR-0046-PAYEE-EOF TO TRUE
023948       WHEN OTHER
023949         GO TO 9999-SQL-ERROR
023950     END-EVALUATE.
023951 3200-ONE-PAYEE-EXIT.
023952     EXIT.
023953*****************************************************************
023954*    3300-WRITE-CREDIT - ONE PAYEE CREDIT JOURNAL LINE          *
023955*****************************************************************
023956 3300-WRITE-CREDIT.
023957     MOVE 'J'                       TO GF-REC-TY-CD.
023958     MOVE WH-0046-TXN-DT            TO GF-TXN-DT.
023959     MOVE CLPYMTTB-C-BAT-PYMT-TY-CD TO GF-PYMT-TY-CD.
023960     MOVE 'C'                       TO GF-DR-CR-CD.
023961     MOVE WH-0046-CR-ACCT-TX (1:15) TO GF-GL-ACCT.
023962     MOVE WH-0046-PAYEE-AMT         TO GF-AMT.
023963     MOVE WH-0046-PAYEE-ID          TO GF-PAYEE-ID.
023964     WRITE GF-JOURNAL-REC.
023965     ADD 1                          TO WR-0046-LINE-CNT.
023966     ADD WH-0046-PAYEE-AMT          TO WR-0046-HASH-AMT.
023967     MOVE WH-0046-PAYEE-ID          TO RL-0046-P-PAYEE-ID.
023968     MOVE WH-0046-CR-ACCT-TX (1:15) TO RL-0046-P-CR-ACCT.
023969     MOVE WH-0046-PAYEE-AMT         TO RL-0046-P-AMT.
023970     WRITE RPT0046-REC FROM RL-0046-PAYEE-LINE
023971         AFTER ADVANCING 1 LINE.
023972 3300-WRITE-CREDIT-EXIT.
023973     EXIT.
024000*****************************************************************
024100*    8000-FINALIZE - HASH TRAILER, COUNTS, CONDITION CODE       *
024200*****************************************************************
024400     MOVE 'T'                    TO GF-REC-TY-CD.
024500     MOVE WH-0046-TXN-DT         TO GF-TXN-DT.
024600     MOVE SPACE                  TO GF-PYMT-TY-CD GF-DR-CR-CD.
024700     MOVE SPACES                 TO GF-GL-ACCT GF-PAYEE-ID.
024800     MOVE WR-0046-HASH-AMT       TO GF-AMT.
024900     WRITE GF-JOURNAL-REC.
025000     MOVE 'JOURNAL LINES WRITTEN'    TO RL-0046-C-LABEL.
025500     MOVE WR-0046-UNMAPPED-CNT       TO RL-0046-C-CNT.
025600     WRITE RPT0046-REC FROM RL-0046-COUNT-LINE
025700         AFTER ADVANCING 1 LINE.
025710     MOVE 'TYPES WITH UNALLOCATED CREDIT' TO RL-0046-C-LABEL.
025720     MOVE WR-0046-UNALLOC-CNT        TO RL-0046-C-CNT.
025730     WRITE RPT0046-REC FROM RL-0046-COUNT-LINE
025740         AFTER ADVANCING 1 LINE.
025800     MOVE WR-0046-HASH-AMT           TO RL-0046-H-AMT.
025900     WRITE RPT0046-REC FROM RL-0046-HASH-LINE
026000         AFTER ADVANCING 1 LINE.
026100     IF WR-0046-UNMAPPED-CNT > ZERO
026200         MOVE 8 TO RETURN-CODE
026210     ELSE
026220         IF WR-0046-UNALLOC-CNT > ZERO
026230             MOVE 4 TO RETURN-CODE
026240         END-IF
026300     END-IF.
026400     EXEC SQL
026500         CLOSE C0046
026600     END-EXEC.
026620     IF WR-0046-UNMAPPED-CNT = ZERO
026640         PERFORM 8500-REGISTER-FILE
026660             THRU 8500-REGISTER-FILE-EXIT
026680     END-IF.
026700     CLOSE GLPARM-FILE GLFEED-FILE RPT0046-FILE.
026800 8000-FINALIZE-EXIT.
026803     EXIT.
026806*****************************************************************
026809*    8500-REGISTER-FILE - GLFEED ON THE OUTBOUND FILE           *
026812*    MANIFEST (SHARED PDDS9006).  A FAILED REGISTRATION LEAVES  *
026815*    A GOOD FILE UNTRACKED - RC 4 SO OPERATIONS RERUN THE STEP  *
026818*****************************************************************
026821 8500-REGISTER-FILE.
026824     MOVE 'GLFEED'               TO WK-9006-FILE-TY-CD.
026827     MOVE 'PDDR0046'             TO WK-9006-PGM-ID.
026830     MOVE 'GLFEED'               TO WK-9006-DD-NM.
026833     MOVE WH-0046-TXN-DT         TO WK-9006-BUS-DT.
026836     MOVE WR-0046-LINE-CNT       TO WK-9006-REC-CNT.
026839     MOVE WR-0046-HASH-AMT       TO WK-9006-HASH-AMT.
026842     CALL 'PDDS9006' USING WK-9006-CALL-PARMS.
026845     IF NOT WK-9006-OK
026848         DISPLAY 'PDDR0046 - FILE NOT ON MANIFEST, REPLY '
026851                 WK-9006-REPLY-CD ' SQLCODE ' WK-9006-SQLCODE
026854         IF RETURN-CODE < 4
026857             MOVE 4 TO RETURN-CODE
026860         END-IF
026863         GO TO 8500-REGISTER-FILE-EXIT
026866     END-IF.
026869     EXEC SQL COMMIT END-EXEC.
026872     DISPLAY 'PDDR0046 - MANIFEST ' WK-9006-GEN-NM.
026875 8500-REGISTER-FILE-EXIT.
026900     EXIT.
027000*****************************************************************
027100*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
