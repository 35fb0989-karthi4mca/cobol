002230*                  DUAL-MODULE CALL), AND THE MODULE RETURN     *
002240*                  CODE IS COMPARED AGAINST THE NAMED SUCCESS   *
002250*                  VALUE.                                       *
002260*  10/15/26  ACS   CLAIMS ARE MARKED BATCH-ORIGIN ('B' ON THE   *
002270*                  INPUT FORM CODE) SO A PEND-DISPOSITION       *
002280*                  EXCEPTION HOLDS THEM FOR CLINICAL REVIEW     *
002290*                  INSTEAD OF DENYING; HELD CLAIMS (STATUS H)   *
002291*                  GO TO THE INTAKE FILE AND ARE COUNTED AS     *
002292*                  PENDED.                                      *
002300*                                                               *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
007000                                     VALUE ZERO.
007100 77  WB-0007-REJECT-CNT              PIC S9(00009) COMP-3
007200                                     VALUE ZERO.
007210 77  WB-0007-PEND-CNT                PIC S9(00009) COMP-3
007220                                     VALUE ZERO.
007300 77  WB-0007-EXC-SUB                 PIC S9(00004) COMP.
007400 77  WB-0007-EXC-PTR                 PIC S9(00004) COMP.
007500 77  WB-0007-DUAL-MODULE             PIC X(00008)
010100     05  RL-0007-T-ACC         PIC ZZZ,ZZZ,ZZ9.
010200     05  FILLER                PIC X(00010) VALUE '  REJECTED'.
010300     05  RL-0007-T-REJ         PIC ZZZ,ZZZ,ZZ9.
010310     05  FILLER                PIC X(00010) VALUE '    PENDED'.
010320     05  RL-0007-T-PEND        PIC ZZZ,ZZZ,ZZ9.
010400*****************************************************************
010500*  PROCEDURE DIVISION                                          *
010600*****************************************************************
017755     MOVE WB-0007-INPUT-IMAGE       TO W1C66791-C-NCPDP-CNSLDTD.
017760     INITIALIZE W1C40541-C-CNTL-PHRM-IO-VW
017765                W1C56941-C-MDUL-OUT-WS.
017767*    BATCH ORIGIN - NO ONE IS WAITING AT A COUNTER, SO A PEND
017768*    DISPOSITION MAY HOLD THE CLAIM FOR CLINICAL REVIEW.
017769     MOVE 'B'                       TO W1C40541-C-INPUT-FRM-CD.
017770     CALL WB-0007-DUAL-MODULE USING WB-0007-DFHEIBLK
017775                                    WB-0007-DFHCOMMAREA
017780                                    W1C66791-C-NCPDP-CNSLDTD
017815         PERFORM 3000-WRITE-REJECT
017820             THRU 3000-WRITE-REJECT-EXIT
017825     ELSE
017826         IF W1C40541-C-HDR-STAT-CD = 'H'
017827             ADD 1 TO WB-0007-PEND-CNT
017828         ELSE
017830             ADD 1 TO WB-0007-ACCEPT-CNT
017831         END-IF
017835         WRITE IN-CLAIM-REC FROM W1C40541-C-CNTL-PHRM-IO-VW
017840     END-IF.
017845 2500-ONE-TXN-EXIT.
023100     MOVE WB-0007-REC-NUM           TO RL-0007-T-READ.
023200     MOVE WB-0007-ACCEPT-CNT        TO RL-0007-T-ACC.
023300     MOVE WB-0007-REJECT-CNT        TO RL-0007-T-REJ.
023310     MOVE WB-0007-PEND-CNT          TO RL-0007-T-PEND.
023400     WRITE RPTB007-REC FROM RL-0007-TOTAL
023500         AFTER ADVANCING 2 LINES.
023600     CLOSE NCPDPIN-FILE INTAKE-FILE REJECT-FILE RPTB007-FILE.
