002200*                  TOTAL.  SQL ERRORS GO TO CUSTOMER_ERROR_LOG  *
002300*                  UNDER THE SAME WHENEVER SQLERROR HANDLING    *
002400*                  THE LOAD PROGRAM USES.                       *
002416*  10/15/26  ACS   BEFORE A ROW IS DELETED ITS LAST IMAGE IS    *
002432*                  WRITTEN TO CUSTOMER_HISTORY AS A PURGE, SO   *
002448*                  CUSTHIST CAN STILL SHOW WHAT THE CUSTOMER    *
002464*                  LOOKED LIKE AFTER THE ARCHIVE FILE HAS AGED  *
002480*                  OFF.                                         *
002500*                                                               *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
008600 01  WS-ERROR-CUSTOMER-ID            PIC 9(00005).
008700 01  WS-ERROR-STUDENT-ID             PIC 9(00005).
008800 01  WS-ERROR-SQLCODE-HV             PIC S9(00009) COMP.
008833 01  WS-PURGE-DATE                   PIC X(00008).
008866 01  WS-PURGE-TIME                   PIC X(00008).
008900     EXEC SQL END DECLARE SECTION END-EXEC.
009000*    A NULL LAST ACTIVITY DATE MEANS THE ROW WAS JUST LOADED
009010*    OR RESTORED AND HAS NO HISTORY YET - TREAT IT AS CURRENT
014600     END-READ.
014700     MOVE AP-CUTOFF-DATE            TO WS-CUTOFF-DATE
014800                                       RL-ARCH-H1-CUTOFF.
014833     ACCEPT WS-PURGE-DATE FROM DATE YYYYMMDD.
014866     ACCEPT WS-PURGE-TIME FROM TIME.
014900     WRITE ARCHRPT-REC FROM RL-ARCH-HDG1
015000         AFTER ADVANCING 1 LINE.
015100     MOVE 'SELECT COUNT CUSTOMER_TABLE' TO WS-LAST-SQL-STMT.
017200     MOVE WS-CUSTOMER-NAME          TO CA-CUSTOMER-NAME.
017300     MOVE WS-CUSTOMER-AGE           TO CA-CUSTOMER-AGE.
017400     WRITE CA-CUSTOMER-REC.
017407     MOVE 'INSERT CUSTOMER_HISTORY' TO WS-LAST-SQL-STMT.
017414     EXEC SQL
017421         INSERT INTO CUSTOMER_HISTORY
017428             (CUSTOMER_ID, CHANGE_DATE, CHANGE_TIME, CHANGE_TYPE,
017435              CHANGE_PGM, BEFORE_NAME, BEFORE_AGE, BEFORE_DOB,
017442              BEFORE_LAST_ACT_DATE)
017449         SELECT CUSTOMER_ID, :WS-PURGE-DATE, :WS-PURGE-TIME, 'P',
017456                'CUSTARCH', CUSTOMER_NAME, CUSTOMER_AGE,
017463                CUSTOMER_DOB, LAST_ACTIVITY_DATE
017470           FROM CUSTOMER_TABLE
017477          WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
017484     END-EXEC.
017500     MOVE 'DELETE CUSTOMER_TABLE'   TO WS-LAST-SQL-STMT.
017600     EXEC SQL
017700         DELETE FROM CUSTOMER_TABLE
