      *****************************************************************
      *                                                               *
      *    MEMBER:  WKC90070                                         *
      *      NAME:  WK-9007-CALL-PARMS                                *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   CALL PARAMETERS FOR THE SHARED CONFIGURATION ROW ROUTINE    *
      *   (PDDS9007).  THE CALLER PASSES A TABLE CODE AND A ROW IMAGE *
      *   (CLCFGIMG FORMAT).  FUNCTION R READS THE ROW WITH THE       *
      *   IMAGE'S KEY INTO THE IMAGE.  FUNCTION P PUTS THE IMAGE -    *
      *   UPDATING THE ROW WITH THAT KEY, OR INSERTING IT WHEN THERE  *
      *   IS NONE. FUNCTION D DELETES THE ROW WITH THE IMAGE'S KEY.   *
      *   P AND D HAND BACK THE PRIOR ROW IN WK-9007-BEF-IMG (SPACES  *
      *   WHEN THERE WAS NONE) AND WHAT WAS DONE IN WK-9007-ACTN-CD.  *
      *   EVERY G_LIST_DTL_TB CHANGE IS AUDITED ON G_LIST_AUD_TB      *
      *   UNDER THE USER AND SOURCE PASSED.  THE CALLER COMMITS.      *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  WK-9007-CALL-PARMS.
           05  WK-9007-FUNC-CD             PIC  X(00001).
               88  WK-9007-READ                  VALUE 'R'.
               88  WK-9007-PUT                   VALUE 'P'.
               88  WK-9007-DELETE                VALUE 'D'.
           05  WK-9007-TBL-CD              PIC  X(00004).
               88  WK-9007-GLST                  VALUE 'GLST'.
               88  WK-9007-EXCD                  VALUE 'EXCD'.
               88  WK-9007-MSGC                  VALUE 'MSGC'.
               88  WK-9007-SITF                  VALUE 'SITF'.
               88  WK-9007-PCNR                  VALUE 'PCNR'.
               88  WK-9007-EXEB                  VALUE 'EXEB'.
               88  WK-9007-EXCT                  VALUE 'EXCT'.
           05  WK-9007-AUD-USER-ID         PIC  X(00008).
           05  WK-9007-AUD-SRC-CD          PIC  X(00005).
           05  WK-9007-ROW-IMG             PIC  X(00200).
           05  WK-9007-BEF-IMG             PIC  X(00200).
      *    A ADDED, C CHANGED, D DELETED.
           05  WK-9007-ACTN-CD             PIC  X(00001).
               88  WK-9007-ADDED                 VALUE 'A'.
               88  WK-9007-CHANGED               VALUE 'C'.
               88  WK-9007-DELETED               VALUE 'D'.
           05  WK-9007-REPLY-CD            PIC  X(00001).
               88  WK-9007-OK                    VALUE '0'.
               88  WK-9007-NOT-FOUND             VALUE '1'.
               88  WK-9007-BAD-PARMS             VALUE '2'.
               88  WK-9007-SQL-ERROR             VALUE '9'.
           05  WK-9007-SQLCODE             PIC S9(00009) COMP.
