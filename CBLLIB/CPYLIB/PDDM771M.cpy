      *****************************************************************
      *                                                               *
      *    MEMBER:  PDDM771M                                          *
      *   MAPSET:   PDDM771M          MAP:  PDDM771S                  *
      *   SUBSYSTEM:  C Claims                                        *
      *                                                               *
      *   SYMBOLIC MAP FOR THE EXCEPTION MAINTENANCE SCREEN (TRANID   *
      *   W771, PROGRAM PDDM7593).  HAND-BUILT TO MATCH THE LAYOUT A  *
      *   BMS ASSEMBLE WOULD HAVE GENERATED FOR MAPSET PDDM771M, MAP  *
      *   PDDM771S, THE SAME WAY PDDM757M WAS.  EXCEPTION CODE AND    *
      *   THE BASE DISPOSITION ROW'S KEY (DOCUMENT TYPE, MEDIA        *
      *   SOURCE, HEADER TYPE, BEGIN DATE); THE DISPOSITION, FORCE-   *
      *   APPLY AND FORCE-DENY FLAGS, REJECT CODE, TEXT EOB CODE AND  *
      *   END DATE; THE EOB CROSSWALK CODE; THE CATEGORY CODE AND     *
      *   DESCRIPTION; THREE MESSAGE LINES (LANGUAGE, BEGIN DATE AND  *
      *   THE 132-BYTE TEXT AS TWO 66-BYTE HALVES - LINE 1 IS         *
      *   ALWAYS ENG); ACTION CODE (I/A/C) AND AN OPERATOR MESSAGE.   *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  PDDM771MI.
           05  FILLER                      PIC X(00012).
           05  EXCCDL                      PIC S9(00004) COMP.
           05  EXCCDF                      PIC  X(00001).
           05  FILLER REDEFINES EXCCDF.
               10  EXCCDA                  PIC  X(00001).
           05  EXCCDI                      PIC  X(00004).
           05  DOCTYL                      PIC S9(00004) COMP.
           05  DOCTYF                      PIC  X(00001).
           05  FILLER REDEFINES DOCTYF.
               10  DOCTYA                  PIC  X(00001).
           05  DOCTYI                      PIC  X(00001).
           05  MEDSRCL                     PIC S9(00004) COMP.
           05  MEDSRCF                     PIC  X(00001).
           05  FILLER REDEFINES MEDSRCF.
               10  MEDSRCA                 PIC  X(00001).
           05  MEDSRCI                     PIC  X(00001).
           05  HDRTYL                      PIC S9(00004) COMP.
           05  HDRTYF                      PIC  X(00001).
           05  FILLER REDEFINES HDRTYF.
               10  HDRTYA                  PIC  X(00001).
           05  HDRTYI                      PIC  X(00001).
           05  BEGDTL                      PIC S9(00004) COMP.
           05  BEGDTF                      PIC  X(00001).
           05  FILLER REDEFINES BEGDTF.
               10  BEGDTA                  PIC  X(00001).
           05  BEGDTI                      PIC  X(00010).
           05  ENDDTL                      PIC S9(00004) COMP.
           05  ENDDTF                      PIC  X(00001).
           05  FILLER REDEFINES ENDDTF.
               10  ENDDTA                  PIC  X(00001).
           05  ENDDTI                      PIC  X(00010).
           05  DISPCDL                     PIC S9(00004) COMP.
           05  DISPCDF                     PIC  X(00001).
           05  FILLER REDEFINES DISPCDF.
               10  DISPCDA                 PIC  X(00001).
           05  DISPCDI                     PIC  X(00001).
           05  FAPPL                       PIC S9(00004) COMP.
           05  FAPPF                       PIC  X(00001).
           05  FILLER REDEFINES FAPPF.
               10  FAPPA                   PIC  X(00001).
           05  FAPPI                       PIC  X(00001).
           05  FDNYL                       PIC S9(00004) COMP.
           05  FDNYF                       PIC  X(00001).
           05  FILLER REDEFINES FDNYF.
               10  FDNYA                   PIC  X(00001).
           05  FDNYI                       PIC  X(00001).
           05  REJCDL                      PIC S9(00004) COMP.
           05  REJCDF                      PIC  X(00001).
           05  FILLER REDEFINES REJCDF.
               10  REJCDA                  PIC  X(00001).
           05  REJCDI                      PIC  X(00003).
           05  TXEOBL                      PIC S9(00004) COMP.
           05  TXEOBF                      PIC  X(00001).
           05  FILLER REDEFINES TXEOBF.
               10  TXEOBA                  PIC  X(00001).
           05  TXEOBI                      PIC  X(00004).
           05  EOBCDL                      PIC S9(00004) COMP.
           05  EOBCDF                      PIC  X(00001).
           05  FILLER REDEFINES EOBCDF.
               10  EOBCDA                  PIC  X(00001).
           05  EOBCDI                      PIC  X(00004).
           05  CTGCDL                      PIC S9(00004) COMP.
           05  CTGCDF                      PIC  X(00001).
           05  FILLER REDEFINES CTGCDF.
               10  CTGCDA                  PIC  X(00001).
           05  CTGCDI                      PIC  X(00001).
           05  CTGDSL                      PIC S9(00004) COMP.
           05  CTGDSF                      PIC  X(00001).
           05  FILLER REDEFINES CTGDSF.
               10  CTGDSA                  PIC  X(00001).
           05  CTGDSI                      PIC  X(00020).
           05  LANG1L                      PIC S9(00004) COMP.
           05  LANG1F                      PIC  X(00001).
           05  FILLER REDEFINES LANG1F.
               10  LANG1A                  PIC  X(00001).
           05  LANG1I                      PIC  X(00003).
           05  MBEG1L                      PIC S9(00004) COMP.
           05  MBEG1F                      PIC  X(00001).
           05  FILLER REDEFINES MBEG1F.
               10  MBEG1A                  PIC  X(00001).
           05  MBEG1I                      PIC  X(00010).
           05  MSG1AL                      PIC S9(00004) COMP.
           05  MSG1AF                      PIC  X(00001).
           05  FILLER REDEFINES MSG1AF.
               10  MSG1AA                  PIC  X(00001).
           05  MSG1AI                      PIC  X(00066).
           05  MSG1BL                      PIC S9(00004) COMP.
           05  MSG1BF                      PIC  X(00001).
           05  FILLER REDEFINES MSG1BF.
               10  MSG1BA                  PIC  X(00001).
           05  MSG1BI                      PIC  X(00066).
           05  LANG2L                      PIC S9(00004) COMP.
           05  LANG2F                      PIC  X(00001).
           05  FILLER REDEFINES LANG2F.
               10  LANG2A                  PIC  X(00001).
           05  LANG2I                      PIC  X(00003).
           05  MBEG2L                      PIC S9(00004) COMP.
           05  MBEG2F                      PIC  X(00001).
           05  FILLER REDEFINES MBEG2F.
               10  MBEG2A                  PIC  X(00001).
           05  MBEG2I                      PIC  X(00010).
           05  MSG2AL                      PIC S9(00004) COMP.
           05  MSG2AF                      PIC  X(00001).
           05  FILLER REDEFINES MSG2AF.
               10  MSG2AA                  PIC  X(00001).
           05  MSG2AI                      PIC  X(00066).
           05  MSG2BL                      PIC S9(00004) COMP.
           05  MSG2BF                      PIC  X(00001).
           05  FILLER REDEFINES MSG2BF.
               10  MSG2BA                  PIC  X(00001).
           05  MSG2BI                      PIC  X(00066).
           05  LANG3L                      PIC S9(00004) COMP.
           05  LANG3F                      PIC  X(00001).
           05  FILLER REDEFINES LANG3F.
               10  LANG3A                  PIC  X(00001).
           05  LANG3I                      PIC  X(00003).
           05  MBEG3L                      PIC S9(00004) COMP.
           05  MBEG3F                      PIC  X(00001).
           05  FILLER REDEFINES MBEG3F.
               10  MBEG3A                  PIC  X(00001).
           05  MBEG3I                      PIC  X(00010).
           05  MSG3AL                      PIC S9(00004) COMP.
           05  MSG3AF                      PIC  X(00001).
           05  FILLER REDEFINES MSG3AF.
               10  MSG3AA                  PIC  X(00001).
           05  MSG3AI                      PIC  X(00066).
           05  MSG3BL                      PIC S9(00004) COMP.
           05  MSG3BF                      PIC  X(00001).
           05  FILLER REDEFINES MSG3BF.
               10  MSG3BA                  PIC  X(00001).
           05  MSG3BI                      PIC  X(00066).
           05  ACTCDL                      PIC S9(00004) COMP.
           05  ACTCDF                      PIC  X(00001).
           05  FILLER REDEFINES ACTCDF.
               10  ACTCDA                  PIC  X(00001).
           05  ACTCDI                      PIC  X(00001).
           05  MSGL                        PIC S9(00004) COMP.
           05  MSGF                        PIC  X(00001).
           05  FILLER REDEFINES MSGF.
               10  MSGA                    PIC  X(00001).
           05  MSGI                        PIC  X(00079).
       01  PDDM771MO REDEFINES PDDM771MI.
           05  FILLER                      PIC X(00012).
           05  FILLER                      PIC  X(00003).
           05  EXCCDO                      PIC  X(00004).
           05  FILLER                      PIC  X(00003).
           05  DOCTYO                      PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  MEDSRCO                     PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  HDRTYO                      PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  BEGDTO                      PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  ENDDTO                      PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  DISPCDO                     PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  FAPPO                       PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  FDNYO                       PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  REJCDO                      PIC  X(00003).
           05  FILLER                      PIC  X(00003).
           05  TXEOBO                      PIC  X(00004).
           05  FILLER                      PIC  X(00003).
           05  EOBCDO                      PIC  X(00004).
           05  FILLER                      PIC  X(00003).
           05  CTGCDO                      PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  CTGDSO                      PIC  X(00020).
           05  FILLER                      PIC  X(00003).
           05  LANG1O                      PIC  X(00003).
           05  FILLER                      PIC  X(00003).
           05  MBEG1O                      PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  MSG1AO                      PIC  X(00066).
           05  FILLER                      PIC  X(00003).
           05  MSG1BO                      PIC  X(00066).
           05  FILLER                      PIC  X(00003).
           05  LANG2O                      PIC  X(00003).
           05  FILLER                      PIC  X(00003).
           05  MBEG2O                      PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  MSG2AO                      PIC  X(00066).
           05  FILLER                      PIC  X(00003).
           05  MSG2BO                      PIC  X(00066).
           05  FILLER                      PIC  X(00003).
           05  LANG3O                      PIC  X(00003).
           05  FILLER                      PIC  X(00003).
           05  MBEG3O                      PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  MSG3AO                      PIC  X(00066).
           05  FILLER                      PIC  X(00003).
           05  MSG3BO                      PIC  X(00066).
           05  FILLER                      PIC  X(00003).
           05  ACTCDO                      PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  MSGO                        PIC  X(00079).
