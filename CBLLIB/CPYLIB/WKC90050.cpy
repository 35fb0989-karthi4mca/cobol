      *****************************************************************
      *                                                               *
      *    MEMBER:  WKC90050                                         *
      *      NAME:  WK-9005-CALL-PARMS                                *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   CALL PARAMETERS FOR THE SHARED BUSINESS-DAY ROUTINE         *
      *   (PDDS9005).  FUNCTION 'B' ANSWERS WHETHER THE FROM DATE IS  *
      *   A BUSINESS DAY; 'A' ADDS THE DAY COUNT IN BUSINESS DAYS (A  *
      *   NEGATIVE COUNT GOES BACK, ZERO ROLLS A NON-BUSINESS DAY     *
      *   FORWARD); 'C' COUNTS THE BUSINESS DAYS AFTER THE FROM DATE  *
      *   UP TO AND INCLUDING THE TO DATE; 'D' IS A DUE DATE UNDER A  *
      *   NAMED RULE ON LIST 7534 - BUSINESS DAYS WHEN THE RULE SAYS  *
      *   'B', ELSE CALENDAR DAYS WITH A DEADLINE THAT LANDS ON A     *
      *   NON-BUSINESS DAY MOVED TO THE NEXT BUSINESS DAY.  DATES ARE *
      *   CCYY-MM-DD.                                                 *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  WK-9005-CALL-PARMS.
           05  WK-9005-FUNC-CD            PIC  X(00001).
               88  WK-9005-ADD-BUS-DAYS          VALUE 'A'.
               88  WK-9005-IS-BUS-DAY            VALUE 'B'.
               88  WK-9005-COUNT-BUS-DAYS        VALUE 'C'.
               88  WK-9005-DUE-BY-RULE           VALUE 'D'.
           05  WK-9005-FROM-DT            PIC  X(00010).
           05  WK-9005-TO-DT              PIC  X(00010).
           05  WK-9005-DAY-CNT            PIC S9(00005) COMP-3.
      *    FUNCTION 'D' - LIST 7534 RULE NAME AND THE BASIS TO USE
      *    WHEN THE RULE HAS NO ACTIVE ROW ('B' OR 'C').
           05  WK-9005-RULE-ID            PIC  X(00012).
           05  WK-9005-DFLT-BASIS-CD      PIC  X(00001).
           05  WK-9005-BASIS-CD           PIC  X(00001).
               88  WK-9005-BUSINESS-BASIS        VALUE 'B'.
               88  WK-9005-CALENDAR-BASIS        VALUE 'C'.
           05  WK-9005-RESULT-DT          PIC  X(00010).
           05  WK-9005-RESULT-CNT         PIC S9(00005) COMP-3.
           05  WK-9005-BUS-DAY-SW         PIC  X(00001).
               88  WK-9005-BUSINESS-DAY          VALUE 'Y'.
               88  WK-9005-NON-BUSINESS-DAY      VALUE 'N'.
           05  WK-9005-REPLY-CD           PIC  X(00001).
               88  WK-9005-OK                    VALUE '0'.
               88  WK-9005-BAD-DATE              VALUE '1'.
               88  WK-9005-BAD-FUNCTION          VALUE '2'.
               88  WK-9005-SQL-ERROR             VALUE '9'.
           05  WK-9005-SQLCODE            PIC S9(00009) COMP.
