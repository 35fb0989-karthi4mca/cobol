001600*                  THE NEXT 30 DAYS SO ACCOUNT MANAGEMENT CAN    *
001700*                  RENEW IT BEFORE CONDU STARTS REJECTING        *
001800*                  CLAIMS FOR EC 3362 (INVALID GROUP ON SYSDT).  *
001820*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE  *
001840*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004        *
001860*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A     *
001880*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.       *
001900*                                                               *
002000*****************************************************************
002100 ENVIRONMENT DIVISION.
004700                                     VALUE ZERO.
004800 01  WH-0025-RUN-DT.
004900     05  WH-0025-RUN-DT-YYYYMMDD     PIC X(00008).
004933*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
004966     COPY WKC90040.
005000*****************************************************************
005100*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR ON THE GROUP       *
005200*  MASTER, LOOKING 30 DAYS AHEAD OF THE BUSINESS DATE.  THE     *
005300*  WINDOW IS COMPUTED IN SQL (BUSINESS DATE + 30 DAYS) NOT IN   *
005400*  COBOL SO IT STAYS CORRECT ACROSS MONTH/YEAR BOUNDARIES.      *
005500*****************************************************************
005600     EXEC SQL INCLUDE SQLCA END-EXEC.
005800 01  WH-0025-CUST-PART-NUM           PIC S9(00009) COMP.
005900 01  WH-0025-GROUP-ID                PIC  X(00008).
006000 01  WH-0025-GRP-END-DT              PIC  X(00010).
006050 01  WH-0025-BUS-DT                  PIC  X(00010).
006100     EXEC SQL END DECLARE SECTION END-EXEC.
006200     EXEC SQL
006300         DECLARE C0025 CURSOR FOR
006400         SELECT R_CUST_PART_NUM, R_GROUP_ID, R_GRP_END_DT
006500           FROM R_GROUP_DTL_TB
006560          WHERE R_GRP_END_DT BETWEEN
006620                    TO_DATE(:WH-0025-BUS-DT,'YYYY-MM-DD')
006680                AND TO_DATE(:WH-0025-BUS-DT,'YYYY-MM-DD')
006740                    + 30 DAYS
006800          ORDER BY R_GRP_END_DT, R_GROUP_ID
006900     END-EXEC.
007000*****************************************************************
012100*    CURSOR, PRINT HEADINGS                                     *
012200*****************************************************************
012300 1000-INITIALIZE.
012311     MOVE 'PDDR0025'             TO WK-9004-PGM-ID.
012322     MOVE SPACES                 TO WK-9004-OVRD-DT.
012333     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
012344     IF WK-9004-NO-BUS-DT
012355         DISPLAY 'PDDR0025 - NO BUSINESS PROCESSING DATE'
012366         MOVE 16 TO RETURN-CODE
012377         GOBACK
012388     END-IF.
012400     OPEN OUTPUT RPT0025-FILE.
012466     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0025-RUN-DT-YYYYMMDD.
012532     MOVE WK-9004-BUS-DT          TO WH-0025-BUS-DT.
012600     MOVE WH-0025-RUN-DT-YYYYMMDD(1:4) TO WR-0025-RUN-DT(1:4).
012700     MOVE '-'                        TO WR-0025-RUN-DT(5:1).
012800     MOVE WH-0025-RUN-DT-YYYYMMDD(5:2) TO WR-0025-RUN-DT(6:2).
