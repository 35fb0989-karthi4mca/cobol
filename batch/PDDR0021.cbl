001600*                  CONTROL FIELDS THEY PRODUCED.  READS ONE OR  *
001700*                  MORE TCNS FROM PARM0021 (ONE PER RECORD) AND *
001800*                  READS C_NCP_FMT_TRACE_TB FOR EACH.           *
001820*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE *
001840*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004       *
001860*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A    *
001880*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.      *
001900*                                                               *
002000*****************************************************************
002100 ENVIRONMENT DIVISION.
005600     88  WR-0021-TCN-NOTFOUND        VALUE 'Y'.
005700 77  WR-0021-RUN-DT                  PIC X(00010) VALUE SPACES.
005800 01  WR-0021-AMT-X                   PIC Z,ZZZ,ZZ9.99-.
005833*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005866     COPY WKC90040.
005900*****************************************************************
006000*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR ON THE NCPDP      *
006100*  FORMAT TRACE TABLE WRITTEN BY THE CLAIM CONTROL MODULE.      *
014800*    FIRST REQUESTED TCN                                        *
014900*****************************************************************
015000 1000-INITIALIZE.
015011     MOVE 'PDDR0021'             TO WK-9004-PGM-ID.
015022     MOVE SPACES                 TO WK-9004-OVRD-DT.
015033     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
015044     IF WK-9004-NO-BUS-DT
015055         DISPLAY 'PDDR0021 - NO BUSINESS PROCESSING DATE'
015066         MOVE 16 TO RETURN-CODE
015077         GOBACK
015088     END-IF.
015100     OPEN INPUT  PARM0021-FILE.
015200     OPEN OUTPUT RPT0021-FILE.
015300     MOVE WK-9004-BUS-DT-YYYYMMDD TO WR-0021-RUN-DT.
015400     PERFORM 2100-READ-PARM
015500         THRU 2100-READ-PARM-EXIT.
015600 1000-INITIALIZE-EXIT.
