003200*                  THIS SHOP'S SECURED CONFIGURATION LOOKUP,    *
003300*                  RATHER THAN BEING CARRIED AS LITERALS IN     *
003400*                  THIS SOURCE.                                 *
003416*  10/15/26  ACS   EVERY CUSTOMER_TABLE ROW THE LOAD INSERTS IS *
003432*                  NOW ALSO WRITTEN, AS THE TABLE HOLDS IT, AS  *
003448*                  THE AFTER IMAGE OF AN INSERT ON              *
003464*                  CUSTOMER_HISTORY, SO CUSTHIST CAN SHOW WHAT  *
003480*                  A CUSTOMER LOOKED LIKE ON ANY DATE.          *
003500*                                                               *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
008160 01  WS-ERROR-STUDENT-ID             PIC 9(00005).
008200 01  WS-ERROR-DATE                   PIC X(00008).
008300 01  WS-ERROR-TIME                   PIC X(00008).
008333 01  WS-HIST-DATE                    PIC X(00008).
008366 01  WS-HIST-TIME                    PIC X(00008).
008400     EXEC SQL END DECLARE SECTION END-EXEC.
008500*****************************************************************
008600*  GETDBCFG-LINKED FIELDS - THE DB2 CONNECTION PROFILE KEY      *
013900     DISPLAY 'Student Address: ' WS-STREET ' ' WS-CITY ' '
014000         WS-STATE ' ' WS-ZIP.
014100
014133     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.
014166     ACCEPT WS-HIST-TIME FROM TIME.
014200     OPEN INPUT CUSTOMER-LOAD-FILE.
014300     PERFORM READ-CUSTOMER-LOAD-REC.
014400     PERFORM LOAD-CUSTOMER-RECORD
016600         VALUES
016700             (:WS-CUSTOMER-ID, :WS-CUSTOMER-NAME, :WS-CUSTOMER-AGE)
016800     END-EXEC.
016807     MOVE 'INSERT CUSTOMER_HISTORY' TO WS-LAST-SQL-STMT.
016814     EXEC SQL
016821         INSERT INTO CUSTOMER_HISTORY
016828             (CUSTOMER_ID, CHANGE_DATE, CHANGE_TIME, CHANGE_TYPE,
016835              CHANGE_PGM, AFTER_NAME, AFTER_AGE, AFTER_DOB,
016842              AFTER_LAST_ACT_DATE)
016849         SELECT CUSTOMER_ID, :WS-HIST-DATE, :WS-HIST-TIME, 'I',
016856                'MULTILINESQLEXAMPLE', CUSTOMER_NAME,
016863                CUSTOMER_AGE, CUSTOMER_DOB, LAST_ACTIVITY_DATE
016870           FROM CUSTOMER_TABLE
016877          WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
016884     END-EXEC.
016900     PERFORM READ-CUSTOMER-LOAD-REC.
017000
017100*****************************************************************
