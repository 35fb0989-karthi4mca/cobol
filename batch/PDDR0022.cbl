001500*                  TOTAL BILLING VOLUME SO ELIGIBILITY-VERIFY-  *
001600*                  ONLY (E1) TRAFFIC IS VISIBLE ON ITS OWN FOR  *
001700*                  CAPACITY PLANNING.                           *
001720*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE *
001740*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004       *
001760*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A    *
001780*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.      *
001782*  10/15/26  ACS   REAL-TIME BENEFIT INQUIRIES (PDDC9890) ARE   *
001786*                  COUNTED UNDER THEIR OWN CODE RB AND NOW      *
001790*                  PRINT AS BENEFIT INQUIRY (RTPB) RATHER THAN  *
001794*                  OTHER/UNRECOGNIZED.                          *
001800*                                                               *
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
004600     88  WR-0022-EOF                 VALUE 'Y'.
004700 77  WR-0022-TOT-ALL                 PIC S9(00009) COMP-3
004800                                     VALUE ZERO.
004810*    BENEFIT INQUIRY CODE - NOT AN NCPDP CODE, SO NOT IN WVC8869C.
004820 77  WR-0022-BENE-INQ-CD             PIC X(00002) VALUE 'RB'.
004900 77  WR-0022-TOT-BILLING             PIC S9(00009) COMP-3
005000                                     VALUE ZERO.
005100 77  WR-0022-TOT-ELIG-VF             PIC S9(00009) COMP-3
005700*  WVC8869C.                                                    *
005800*****************************************************************
005900     COPY WVC8869C.
005933*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005966     COPY WKC90040.
006000*****************************************************************
006100*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR ON THE DAILY      *
006200*  TRANSACTION VOLUME TABLE MAINTAINED BY THE CLAIM CONTROL     *
013600*    OPEN THE CURSOR FOR TODAY'S TRANSACTION VOLUME              *
013700*****************************************************************
013800 1000-INITIALIZE.
013811     MOVE 'PDDR0022'             TO WK-9004-PGM-ID.
013822     MOVE SPACES                 TO WK-9004-OVRD-DT.
013833     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
013844     IF WK-9004-NO-BUS-DT
013855         DISPLAY 'PDDR0022 - NO BUSINESS PROCESSING DATE'
013866         MOVE 16 TO RETURN-CODE
013877         GOBACK
013888     END-IF.
013900     OPEN OUTPUT RPT0022-FILE.
014000     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0022-RUN-DT-YYYYMMDD.
014100     MOVE WH-0022-RUN-DT-YYYYMMDD(1:4) TO WR-0022-RUN-DT(1:4).
014200     MOVE '-'                        TO WR-0022-RUN-DT(5:1).
014300     MOVE WH-0022-RUN-DT-YYYYMMDD(5:2) TO WR-0022-RUN-DT(6:2).
023700         MOVE 'ELIGIBILITY VERIFICATION' TO RL-0022-D-DESC
023800       WHEN WV-C8869-C-INFO-RPT-51-D0
023900         MOVE 'INFORMATION REPORT'    TO RL-0022-D-DESC
023910       WHEN WR-0022-BENE-INQ-CD
023920         MOVE 'BENEFIT INQUIRY (RTPB)' TO RL-0022-D-DESC
024000       WHEN OTHER
024100         MOVE 'OTHER/UNRECOGNIZED'    TO RL-0022-D-DESC
024200     END-EVALUATE.
