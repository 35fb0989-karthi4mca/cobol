      *****************************************************************
      *                                                               *
      *    MEMBER:  CLPVEXTB                                          *
      *      NAME:  C-PRIV-EXC-TB                                     *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   PRIVACY EXCEPTION AND DISPOSITION LOG.  ONE ROW PER FLAG    *
      *   THE DAILY ACCESS SCORING JOB (PDDB0045) RAISES FROM         *
      *   C_SCRN_ACC_LOG_TB - AN OPERATOR'S DAY FOR VOLUME OR AFTER-  *
      *   HOURS USE, OR AN OPERATOR'S VIEWS OF ONE MEMBER ON A DAY    *
      *   FOR A WATCH-LIST MEMBER OR NO BUSINESS REASON.  THE PRIVACY *
      *   OFFICER CLOSES EACH FLAG ON THE DISPOSITION SCREEN          *
      *   (PDDM7600, TRANID W778) WITH A CODE, A NOTE, WHO AND WHEN.  *
      *   KEYED BY C_PRIV_EXC_SEQ.                                    *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLPVEXTB-C-PRIV-EXC-TB.
           05  CLPVEXTB-C-PRIV-EXC-NUM    PIC S9(00011) COMP-3.
           05  CLPVEXTB-C-ACC-DT          PIC  X(00010).
           05  CLPVEXTB-C-OPER-ID         PIC  X(00008).
           05  CLPVEXTB-C-FLAG-TY-CD      PIC  X(00001).
               88  CLPVEXTB-C-FLAG-VOLUME        VALUE 'V'.
               88  CLPVEXTB-C-FLAG-AFTER-HOURS   VALUE 'H'.
               88  CLPVEXTB-C-FLAG-WATCH-LIST    VALUE 'W'.
               88  CLPVEXTB-C-FLAG-NO-REASON     VALUE 'N'.
      *   THE FIRST VIEW BEHIND THE FLAG (MEMBER FLAGS) OR THE FIRST
      *   ACCESS OF THE DAY / AFTER HOURS (OPERATOR FLAGS).
           05  CLPVEXTB-C-TRAN-ID         PIC  X(00004).
           05  CLPVEXTB-C-KEY-TX          PIC  X(00030).
           05  CLPVEXTB-C-FRST-ACC-TS     PIC  X(00026).
      *   MEMBER FLAGS ONLY.
           05  CLPVEXTB-B-CRDHLDR-ID      PIC  X(00020).
           05  CLPVEXTB-C-WATCH-TY-CD     PIC  X(00001).
      *   VIEWS BEHIND THE FLAG, AND FOR A VOLUME FLAG THE OPERATOR'S
      *   OWN AVERAGE PER ACTIVE DAY OVER THE BASELINE WINDOW.
           05  CLPVEXTB-C-ACC-CNT         PIC S9(00007) COMP-3.
           05  CLPVEXTB-C-BASE-AVG-AMT    PIC S9(00007)V9(00001)
                                                        COMP-3.
           05  CLPVEXTB-C-CRT-TS          PIC  X(00026).
      *   DISPOSITION - SPACE WHILE OPEN.
           05  CLPVEXTB-C-DISP-CD         PIC  X(00001).
               88  CLPVEXTB-C-DISP-OPEN          VALUE ' '.
               88  CLPVEXTB-C-DISP-LEGITIMATE    VALUE 'L'.
               88  CLPVEXTB-C-DISP-FALSE-POS     VALUE 'F'.
               88  CLPVEXTB-C-DISP-COUNSELED     VALUE 'E'.
               88  CLPVEXTB-C-DISP-REFERRED      VALUE 'R'.
               88  CLPVEXTB-C-DISP-VALID         VALUES 'L' 'F'
                                                       'E' 'R'.
           05  CLPVEXTB-C-DISP-USER-ID    PIC  X(00008).
           05  CLPVEXTB-C-DISP-TS         PIC  X(00026).
           05  CLPVEXTB-C-DISP-NOTE-TX    PIC  X(00060).
