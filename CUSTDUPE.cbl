002500*                  CUSTOMER_ERROR_LOG UNDER THE SAME WHENEVER   *
002600*                  SQLERROR HANDLING THE OTHER CUSTOMER         *
002700*                  UTILITIES USE.                               *
002714*  10/15/26  ACS   BEFORE A DUPLICATE ROW IS REMOVED ITS LAST   *
002728*                  IMAGE IS WRITTEN TO CUSTOMER_HISTORY AS A    *
002742*                  MERGE, WITH THE SURVIVOR'S ROW AS THE AFTER  *
002756*                  IMAGE AND THE SURVIVOR'S ID, SO A DISPUTE    *
002770*                  ABOUT THE CLOSED ID CAN STILL BE ANSWERED    *
002784*                  (CUSTHIST).                                  *
002800*                                                               *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
031500             (:WS-DUP-CUSTOMER-ID, :WS-SURV-CUSTOMER-ID,
031600              :WS-MERGE-DATE, :WS-MERGE-TIME)
031700     END-EXEC.
031712     MOVE 'INSERT CUSTOMER_HISTORY' TO WS-LAST-SQL-STMT.
031716     EXEC SQL
031720         INSERT INTO CUSTOMER_HISTORY
031724             (CUSTOMER_ID, CHANGE_DATE, CHANGE_TIME, CHANGE_TYPE,
031728              CHANGE_PGM, BEFORE_NAME, BEFORE_AGE, BEFORE_DOB,
031732              BEFORE_LAST_ACT_DATE, AFTER_NAME, AFTER_AGE,
031736              AFTER_DOB, AFTER_LAST_ACT_DATE,
031740              SURVIVOR_CUSTOMER_ID)
031744         SELECT D.CUSTOMER_ID, :WS-MERGE-DATE, :WS-MERGE-TIME,
031748                'M', 'CUSTDUPE', D.CUSTOMER_NAME, D.CUSTOMER_AGE,
031752                D.CUSTOMER_DOB, D.LAST_ACTIVITY_DATE,
031756                S.CUSTOMER_NAME, S.CUSTOMER_AGE, S.CUSTOMER_DOB,
031760                S.LAST_ACTIVITY_DATE, S.CUSTOMER_ID
031764           FROM CUSTOMER_TABLE D,
031768                CUSTOMER_TABLE S
031772          WHERE D.CUSTOMER_ID = :WS-DUP-CUSTOMER-ID
031776            AND S.CUSTOMER_ID = :WS-SURV-CUSTOMER-ID
031780     END-EXEC.
031800     MOVE 'DELETE DUPLICATE ROW'    TO WS-LAST-SQL-STMT.
031900     EXEC SQL
032000         DELETE FROM CUSTOMER_TABLE
