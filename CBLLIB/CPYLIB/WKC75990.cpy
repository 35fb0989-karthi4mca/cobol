      *****************************************************************
      *                                                               *
      *    MEMBER:  WKC75990                                          *
      *      NAME:  WK-7599-XFER-AREA                                 *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   TRANSFER AREA PASSED ON XCTL INTO THE HELP-DESK CONTACT LOG *
      *   (PDDM7599, TRANID W777) FROM THE HELP-DESK INQUIRY SCREENS  *
      *   (PDDM7580, PDDM7581, PDDM7583, PDDM7584).  THE CALLER SETS  *
      *   THE XFER FLAG, NAMES ITS OWN TRANSACTION AND PASSES         *
      *   WHICHEVER OF THE TCN, CARDHOLDER ID AND PHARMACY ID IT WAS  *
      *   SHOWING; THE CONTACT LOG PRE-FILLS THEM AND TIMES THE CALL  *
      *   FROM ARRIVAL.  THE SAME BYTES OPEN THE CONTACT LOG'S OWN    *
      *   COMMAREA, WHICH ADDS THE TIME THE CALL STARTED - CALLERS    *
      *   LEAVE IT BLANK.                                             *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  WK-7599-XFER-AREA.
           05  WK-7599-XFER-FLAG          PIC  X(00001).
               88  WK-7599-XFER-IN               VALUE 'X'.
           05  WK-7599-SRC-TRAN-ID        PIC  X(00004).
           05  WK-7599-TCN                PIC  X(00015).
           05  WK-7599-CRDHLDR-ID         PIC  X(00020).
           05  WK-7599-PROV-ID            PIC  X(00015).
           05  WK-7599-BEG-TS             PIC  X(00026).
