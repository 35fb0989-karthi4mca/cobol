      *****************************************************************
      *                                                               *
      *    MEMBER:  GLBUSCTB                                         *
      *      NAME:  G-BUS-CAL-TB                                      *
      * SUBSYSTEM:  G Generic Lists                                   *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   HOLIDAY AND NON-PROCESSING-DAY CALENDAR.  ONE ROW PER DATE  *
      *   THAT IS NOT A BUSINESS DAY BEYOND THE WEEKEND: 'H' A STATE  *
      *   OR FEDERAL HOLIDAY, 'N' ANY OTHER NON-PROCESSING DAY.       *
      *   SATURDAYS AND SUNDAYS ARE NEVER BUSINESS DAYS AND ARE NOT   *
      *   STORED. MAINTAINED BY PDDB0031, LISTED FOR YEARLY APPROVAL  *
      *   BY PDDR0072 AND READ THROUGH THE SHARED PDDS9005 DATE       *
      *   ROUTINE.                                                    *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  GLBUSCTB-G-BUS-CAL-TB.
           05  GLBUSCTB-G-CAL-SUBSYS-CD   PIC  X(00001).
           05  GLBUSCTB-G-CAL-DT          PIC  X(00010).
           05  GLBUSCTB-G-CAL-DAY-TY-CD   PIC  X(00001).
               88  GLBUSCTB-HOLIDAY              VALUE 'H'.
               88  GLBUSCTB-NON-PROCESSING       VALUE 'N'.
           05  GLBUSCTB-G-CAL-DESC-TX     PIC  X(00030).
           05  GLBUSCTB-G-UPD-USER-ID     PIC  X(00008).
           05  GLBUSCTB-G-UPD-TS          PIC  X(00026).
