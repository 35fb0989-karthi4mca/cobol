      *****************************************************************
      *                                                               *
      *    MEMBER:  GLFDLDTB                                          *
      *      NAME:  G-FEED-LOAD-TB                                    *
      * SUBSYSTEM:  G Generic Lists                                   *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   INBOUND FEED CONTROL.  ONE ROW PER FILE RECEIVED ON AN      *
      *   INBOUND FEED (ENRL ENROLLMENT, CMPD DRUG COMPENDIUM, SANC   *
      *   SANCTIONS, HSPC HOSPICE ELECTIONS, LTCR LTC ROSTER), KEYED  *
      *   BY FEED AND THE SENDER'S FILE SEQUENCE NUMBER, WRITTEN BY   *
      *   THE PRE-LOAD GATE PDDB0051: THE HEADER DATE, THE DETAIL     *
      *   COUNTS BY ACTION, THE 30-DAY AVERAGES THEY WERE MEASURED    *
      *   AGAINST AND THE OUTCOME.  A HELD FILE IS RELEASED ON THE    *
      *   FEED RELEASE SCREEN (PDDM7601) UNDER THE SUPERVISOR'S ID    *
      *   WITH A REASON.                                              *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  GLFDLDTB-G-FEED-LOAD-TB.
           05  GLFDLDTB-G-FEED-TY-CD      PIC  X(00004).
           05  GLFDLDTB-G-FILE-SEQ-NUM    PIC S9(00009) COMP-3.
           05  GLFDLDTB-G-FILE-DT         PIC  X(00010).
           05  GLFDLDTB-G-BUS-DT          PIC  X(00010).
           05  GLFDLDTB-G-RCV-TS          PIC  X(00026).
           05  GLFDLDTB-G-FEED-STAT-CD    PIC  X(00001).
               88  GLFDLDTB-G-FEED-LOADED        VALUE 'L'.
               88  GLFDLDTB-G-FEED-HELD          VALUE 'H'.
               88  GLFDLDTB-G-FEED-RELEASED      VALUE 'A'.
               88  GLFDLDTB-G-FEED-REJECTED      VALUE 'R'.
           05  GLFDLDTB-G-DTL-CNT         PIC S9(00009) COMP-3.
           05  GLFDLDTB-G-ADD-CNT         PIC S9(00009) COMP-3.
           05  GLFDLDTB-G-CHG-CNT         PIC S9(00009) COMP-3.
           05  GLFDLDTB-G-TERM-CNT        PIC S9(00009) COMP-3.
           05  GLFDLDTB-G-OTH-CNT         PIC S9(00009) COMP-3.
           05  GLFDLDTB-G-AVG-DTL-AMT     PIC S9(00009)V9(00002) COMP-3.
           05  GLFDLDTB-G-AVG-ADD-AMT     PIC S9(00009)V9(00002) COMP-3.
           05  GLFDLDTB-G-AVG-CHG-AMT     PIC S9(00009)V9(00002) COMP-3.
           05  GLFDLDTB-G-AVG-TERM-AMT    PIC S9(00009)V9(00002) COMP-3.
           05  GLFDLDTB-G-BRCH-CNT        PIC S9(00004) COMP.
           05  GLFDLDTB-G-HOLD-RSN-TX     PIC  X(00060).
           05  GLFDLDTB-G-APRV-USER-ID    PIC  X(00008).
           05  GLFDLDTB-G-APRV-TS         PIC  X(00026).
           05  GLFDLDTB-G-APRV-RSN-TX     PIC  X(00060).
