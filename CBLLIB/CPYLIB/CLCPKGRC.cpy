      *****************************************************************
      *                                                               *
      *    MEMBER:  CLCPKGRC                                         *
      *      NAME:  CLCPKGRC-PKG-REC                                  *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   CONFIGURATION CHANGE PACKAGE FILE RECORD (250 BYTES),       *
      *   WRITTEN BY THE EXPORT (PDDB0035) IN THE REGION WHERE THE    *
      *   CHANGE WAS TESTED AND READ BY THE APPLY (PDDB0036) IN THE   *
      *   REGION IT IS PROMOTED TO.  ONE HEADER (H) NAMING THE        *
      *   PACKAGE, ONE DETAIL (D) PER CONFIGURATION ROW - C CARRIES   *
      *   THE ROW AS IT STANDS IN THE EXPORTING REGION, D CARRIES     *
      *   ONLY THE KEY OF A ROW TO BE DELETED - AND ONE TRAILER (T)   *
      *   WITH THE DETAIL COUNT.                                      *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLCPKGRC-PKG-REC.
           05  CLCPKGRC-REC-TY-CD          PIC  X(00001).
               88  CLCPKGRC-HEADER               VALUE 'H'.
               88  CLCPKGRC-DETAIL               VALUE 'D'.
               88  CLCPKGRC-TRAILER              VALUE 'T'.
           05  CLCPKGRC-PKG-NM             PIC  X(00016).
           05  CLCPKGRC-BODY               PIC  X(00233).
           05  CLCPKGRC-HDR-BODY REDEFINES CLCPKGRC-BODY.
               10  CLCPKGRC-H-DESC-TX      PIC  X(00040).
               10  CLCPKGRC-H-EXP-USER-ID  PIC  X(00008).
               10  CLCPKGRC-H-EXP-TS       PIC  X(00026).
               10  FILLER                  PIC  X(00159).
           05  CLCPKGRC-DTL-BODY REDEFINES CLCPKGRC-BODY.
               10  CLCPKGRC-D-SEQ-NUM      PIC  9(00005).
               10  CLCPKGRC-D-TBL-CD       PIC  X(00004).
               10  CLCPKGRC-D-ACTN-CD      PIC  X(00001).
                   88  CLCPKGRC-D-COPY-ROW           VALUE 'C'.
                   88  CLCPKGRC-D-DELETE-ROW         VALUE 'D'.
               10  CLCPKGRC-D-ROW-IMG      PIC  X(00200).
               10  FILLER                  PIC  X(00023).
           05  CLCPKGRC-TRL-BODY REDEFINES CLCPKGRC-BODY.
               10  CLCPKGRC-T-ROW-CNT      PIC  9(00005).
               10  FILLER                  PIC  X(00228).
