      *****************************************************************
      *                                                               *
      *    MEMBER:  CLPWCHTB                                          *
      *      NAME:  C-PRIV-WATCH-TB                                   *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   PRIVACY WATCH LIST.  ONE ROW PER MEMBER THE PRIVACY OFFICER *
      *   WANTS EVERY SCREEN VIEW OF REVIEWED - STAFF ENROLLED IN THE *
      *   PLAN, VIPS AND PROTECTED CASES - FOR A DATE SPAN.  THE      *
      *   DAILY ACCESS SCORING JOB (PDDB0045) FLAGS ANY ALLOWED VIEW  *
      *   OF A MEMBER ON THE LIST ON C_PRIV_EXC_TB (CLPVEXTB).        *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLPWCHTB-C-PRIV-WATCH-TB.
           05  CLPWCHTB-B-CRDHLDR-ID      PIC  X(00020).
           05  CLPWCHTB-C-WATCH-TY-CD     PIC  X(00001).
               88  CLPWCHTB-C-WATCH-EMPLOYEE     VALUE 'E'.
               88  CLPWCHTB-C-WATCH-VIP          VALUE 'V'.
               88  CLPWCHTB-C-WATCH-PROTECTED    VALUE 'P'.
           05  CLPWCHTB-C-WATCH-BEG-DT    PIC  X(00010).
           05  CLPWCHTB-C-WATCH-END-DT    PIC  X(00010).
           05  CLPWCHTB-C-WATCH-RSN-TX    PIC  X(00060).
           05  CLPWCHTB-C-UPD-USER-ID     PIC  X(00008).
           05  CLPWCHTB-C-UPD-TS          PIC  X(00026).
