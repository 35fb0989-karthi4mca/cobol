      *****************************************************************
      *                                                               *
      *    MEMBER:  PDDM780M                                          *
      *   MAPSET:   PDDM780M          MAP:  PDDM780S                  *
      *   SUBSYSTEM:  C Claims                                        *
      *                                                               *
      *   SYMBOLIC MAP FOR THE CLAIM QA REVIEW SCREEN (TRANID W780,   *
      *   PROGRAM PDDM7602).  HAND-BUILT TO MATCH THE LAYOUT A BMS    *
      *   ASSEMBLE WOULD HAVE GENERATED FOR MAPSET PDDM780M, MAP      *
      *   PDDM780S, THE SAME WAY PDDM778M WAS.  WEEK-ENDING DATE,     *
      *   TCN, THE REVIEWER'S CORRECT OUTCOME AND AMOUNT, ERROR       *
      *   TYPE, EDIT SECTION, NOTE AND THE ACTION CODE (I/U/C) IN;    *
      *   THE STRATUM, ADJUDICATED OUTCOME AND PAID AMOUNT, THE       *
      *   ADJUDICATION TIME, FIRST EXCEPTION AND EXCEPTION COUNT,     *
      *   THE SAMPLE STATUS, A REVIEWED-BY LINE, THE OPEN SAMPLES     *
      *   LEFT IN THE WEEK AND AN OPERATOR MESSAGE LINE OUT.          *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  PDDM780MI.
           05  FILLER                      PIC X(00012).
           05  WKENDL                      PIC S9(00004) COMP.
           05  WKENDF                      PIC  X(00001).
           05  FILLER REDEFINES WKENDF.
               10  WKENDA                  PIC  X(00001).
           05  WKENDI                      PIC  X(00010).
           05  TCNL                        PIC S9(00004) COMP.
           05  TCNF                        PIC  X(00001).
           05  FILLER REDEFINES TCNF.
               10  TCNA                    PIC  X(00001).
           05  TCNI                        PIC  X(00015).
           05  STRATL                      PIC S9(00004) COMP.
           05  STRATF                      PIC  X(00001).
           05  FILLER REDEFINES STRATF.
               10  STRATA                  PIC  X(00001).
           05  STRATI                      PIC  X(00005).
           05  OUTCL                       PIC S9(00004) COMP.
           05  OUTCF                       PIC  X(00001).
           05  FILLER REDEFINES OUTCF.
               10  OUTCA                   PIC  X(00001).
           05  OUTCI                       PIC  X(00008).
           05  PAIDAMTL                    PIC S9(00004) COMP.
           05  PAIDAMTF                    PIC  X(00001).
           05  FILLER REDEFINES PAIDAMTF.
               10  PAIDAMTA                PIC  X(00001).
           05  PAIDAMTI                    PIC  X(00013).
           05  AUDTSL                      PIC S9(00004) COMP.
           05  AUDTSF                      PIC  X(00001).
           05  FILLER REDEFINES AUDTSF.
               10  AUDTSA                  PIC  X(00001).
           05  AUDTSI                      PIC  X(00026).
           05  EXCCDL                      PIC S9(00004) COMP.
           05  EXCCDF                      PIC  X(00001).
           05  FILLER REDEFINES EXCCDF.
               10  EXCCDA                  PIC  X(00001).
           05  EXCCDI                      PIC  X(00004).
           05  EXCCNTL                     PIC S9(00004) COMP.
           05  EXCCNTF                     PIC  X(00001).
           05  FILLER REDEFINES EXCCNTF.
               10  EXCCNTA                 PIC  X(00001).
           05  EXCCNTI                     PIC  X(00005).
           05  QSTATL                      PIC S9(00004) COMP.
           05  QSTATF                      PIC  X(00001).
           05  FILLER REDEFINES QSTATF.
               10  QSTATA                  PIC  X(00001).
           05  QSTATI                      PIC  X(00020).
           05  RVWLNL                      PIC S9(00004) COMP.
           05  RVWLNF                      PIC  X(00001).
           05  FILLER REDEFINES RVWLNF.
               10  RVWLNA                  PIC  X(00001).
           05  RVWLNI                      PIC  X(00075).
           05  OPENCNTL                    PIC S9(00004) COMP.
           05  OPENCNTF                    PIC  X(00001).
           05  FILLER REDEFINES OPENCNTF.
               10  OPENCNTA                PIC  X(00001).
           05  OPENCNTI                    PIC  X(00005).
           05  CORROCL                     PIC S9(00004) COMP.
           05  CORROCF                     PIC  X(00001).
           05  FILLER REDEFINES CORROCF.
               10  CORROCA                 PIC  X(00001).
           05  CORROCI                     PIC  X(00001).
           05  CORRAMTL                    PIC S9(00004) COMP.
           05  CORRAMTF                    PIC  X(00001).
           05  FILLER REDEFINES CORRAMTF.
               10  CORRAMTA                PIC  X(00001).
           05  CORRAMTI                    PIC  X(00012).
           05  ERRTYL                      PIC S9(00004) COMP.
           05  ERRTYF                      PIC  X(00001).
           05  FILLER REDEFINES ERRTYF.
               10  ERRTYA                  PIC  X(00001).
           05  ERRTYI                      PIC  X(00002).
           05  SECTL                       PIC S9(00004) COMP.
           05  SECTF                       PIC  X(00001).
           05  FILLER REDEFINES SECTF.
               10  SECTA                   PIC  X(00001).
           05  SECTI                       PIC  X(00004).
           05  NOTEL                       PIC S9(00004) COMP.
           05  NOTEF                       PIC  X(00001).
           05  FILLER REDEFINES NOTEF.
               10  NOTEA                   PIC  X(00001).
           05  NOTEI                       PIC  X(00060).
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
       01  PDDM780MO REDEFINES PDDM780MI.
           05  FILLER                      PIC X(00012).
           05  FILLER                      PIC  X(00003).
           05  WKENDO                      PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  TCNO                        PIC  X(00015).
           05  FILLER                      PIC  X(00003).
           05  STRATO                      PIC  X(00005).
           05  FILLER                      PIC  X(00003).
           05  OUTCO                       PIC  X(00008).
           05  FILLER                      PIC  X(00003).
           05  PAIDAMTO                    PIC  X(00013).
           05  FILLER                      PIC  X(00003).
           05  AUDTSO                      PIC  X(00026).
           05  FILLER                      PIC  X(00003).
           05  EXCCDO                      PIC  X(00004).
           05  FILLER                      PIC  X(00003).
           05  EXCCNTO                     PIC  X(00005).
           05  FILLER                      PIC  X(00003).
           05  QSTATO                      PIC  X(00020).
           05  FILLER                      PIC  X(00003).
           05  RVWLNO                      PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  OPENCNTO                    PIC  X(00005).
           05  FILLER                      PIC  X(00003).
           05  CORROCO                     PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  CORRAMTO                    PIC  X(00012).
           05  FILLER                      PIC  X(00003).
           05  ERRTYO                      PIC  X(00002).
           05  FILLER                      PIC  X(00003).
           05  SECTO                       PIC  X(00004).
           05  FILLER                      PIC  X(00003).
           05  NOTEO                       PIC  X(00060).
           05  FILLER                      PIC  X(00003).
           05  ACTCDO                      PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  MSGO                        PIC  X(00079).
