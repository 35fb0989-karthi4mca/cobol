      *****************************************************************
      *                                                               *
      *    MEMBER:  PDDM775M                                          *
      *   MAPSET:   PDDM775M          MAP:  PDDM775S                  *
      *   SUBSYSTEM:  C Claims                                        *
      *                                                               *
      *   SYMBOLIC MAP FOR THE DRUG COVERAGE INQUIRY SCREEN (TRANID   *
      *   W775, PROGRAM PDDM7597).  HAND-BUILT TO MATCH THE LAYOUT A  *
      *   BMS ASSEMBLE WOULD HAVE GENERATED FOR MAPSET PDDM775M, MAP  *
      *   PDDM775S, THE SAME WAY PDDM761M WAS.  NDC OR GCN AND AN     *
      *   OPTIONAL CARDHOLDER ID IN; THREE DRUG MASTER LINES, TEN     *
      *   DRUG LIST LINES, THREE MEMBER LINES AND AN OPERATOR         *
      *   MESSAGE LINE OUT.                                           *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  PDDM775MI.
           05  FILLER                      PIC X(00012).
           05  NDCL                        PIC S9(00004) COMP.
           05  NDCF                        PIC  X(00001).
           05  FILLER REDEFINES NDCF.
               10  NDCA                    PIC  X(00001).
           05  NDCI                        PIC  X(00011).
           05  GCNL                        PIC S9(00004) COMP.
           05  GCNF                        PIC  X(00001).
           05  FILLER REDEFINES GCNF.
               10  GCNA                    PIC  X(00001).
           05  GCNI                        PIC  X(00006).
           05  CRDIDL                      PIC S9(00004) COMP.
           05  CRDIDF                      PIC  X(00001).
           05  FILLER REDEFINES CRDIDF.
               10  CRDIDA                  PIC  X(00001).
           05  CRDIDI                      PIC  X(00020).
           05  DRUG1L                      PIC S9(00004) COMP.
           05  DRUG1F                      PIC  X(00001).
           05  FILLER REDEFINES DRUG1F.
               10  DRUG1A                  PIC  X(00001).
           05  DRUG1I                      PIC  X(00075).
           05  DRUG2L                      PIC S9(00004) COMP.
           05  DRUG2F                      PIC  X(00001).
           05  FILLER REDEFINES DRUG2F.
               10  DRUG2A                  PIC  X(00001).
           05  DRUG2I                      PIC  X(00075).
           05  DRUG3L                      PIC S9(00004) COMP.
           05  DRUG3F                      PIC  X(00001).
           05  FILLER REDEFINES DRUG3F.
               10  DRUG3A                  PIC  X(00001).
           05  DRUG3I                      PIC  X(00075).
           05  LST1L                       PIC S9(00004) COMP.
           05  LST1F                       PIC  X(00001).
           05  FILLER REDEFINES LST1F.
               10  LST1A                   PIC  X(00001).
           05  LST1I                       PIC  X(00075).
           05  LST2L                       PIC S9(00004) COMP.
           05  LST2F                       PIC  X(00001).
           05  FILLER REDEFINES LST2F.
               10  LST2A                   PIC  X(00001).
           05  LST2I                       PIC  X(00075).
           05  LST3L                       PIC S9(00004) COMP.
           05  LST3F                       PIC  X(00001).
           05  FILLER REDEFINES LST3F.
               10  LST3A                   PIC  X(00001).
           05  LST3I                       PIC  X(00075).
           05  LST4L                       PIC S9(00004) COMP.
           05  LST4F                       PIC  X(00001).
           05  FILLER REDEFINES LST4F.
               10  LST4A                   PIC  X(00001).
           05  LST4I                       PIC  X(00075).
           05  LST5L                       PIC S9(00004) COMP.
           05  LST5F                       PIC  X(00001).
           05  FILLER REDEFINES LST5F.
               10  LST5A                   PIC  X(00001).
           05  LST5I                       PIC  X(00075).
           05  LST6L                       PIC S9(00004) COMP.
           05  LST6F                       PIC  X(00001).
           05  FILLER REDEFINES LST6F.
               10  LST6A                   PIC  X(00001).
           05  LST6I                       PIC  X(00075).
           05  LST7L                       PIC S9(00004) COMP.
           05  LST7F                       PIC  X(00001).
           05  FILLER REDEFINES LST7F.
               10  LST7A                   PIC  X(00001).
           05  LST7I                       PIC  X(00075).
           05  LST8L                       PIC S9(00004) COMP.
           05  LST8F                       PIC  X(00001).
           05  FILLER REDEFINES LST8F.
               10  LST8A                   PIC  X(00001).
           05  LST8I                       PIC  X(00075).
           05  LST9L                       PIC S9(00004) COMP.
           05  LST9F                       PIC  X(00001).
           05  FILLER REDEFINES LST9F.
               10  LST9A                   PIC  X(00001).
           05  LST9I                       PIC  X(00075).
           05  LST10L                      PIC S9(00004) COMP.
           05  LST10F                      PIC  X(00001).
           05  FILLER REDEFINES LST10F.
               10  LST10A                  PIC  X(00001).
           05  LST10I                      PIC  X(00075).
           05  MBR1L                       PIC S9(00004) COMP.
           05  MBR1F                       PIC  X(00001).
           05  FILLER REDEFINES MBR1F.
               10  MBR1A                   PIC  X(00001).
           05  MBR1I                       PIC  X(00075).
           05  MBR2L                       PIC S9(00004) COMP.
           05  MBR2F                       PIC  X(00001).
           05  FILLER REDEFINES MBR2F.
               10  MBR2A                   PIC  X(00001).
           05  MBR2I                       PIC  X(00075).
           05  MBR3L                       PIC S9(00004) COMP.
           05  MBR3F                       PIC  X(00001).
           05  FILLER REDEFINES MBR3F.
               10  MBR3A                   PIC  X(00001).
           05  MBR3I                       PIC  X(00075).
           05  MSGL                        PIC S9(00004) COMP.
           05  MSGF                        PIC  X(00001).
           05  FILLER REDEFINES MSGF.
               10  MSGA                    PIC  X(00001).
           05  MSGI                        PIC  X(00079).
       01  PDDM775MO REDEFINES PDDM775MI.
           05  FILLER                      PIC X(00012).
           05  FILLER                      PIC  X(00003).
           05  NDCO                        PIC  X(00011).
           05  FILLER                      PIC  X(00003).
           05  GCNO                        PIC  X(00006).
           05  FILLER                      PIC  X(00003).
           05  CRDIDO                      PIC  X(00020).
           05  FILLER                      PIC  X(00003).
           05  DRUG1O                      PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  DRUG2O                      PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  DRUG3O                      PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  LST1O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  LST2O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  LST3O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  LST4O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  LST5O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  LST6O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  LST7O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  LST8O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  LST9O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  LST10O                      PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  MBR1O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  MBR2O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  MBR3O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  MSGO                        PIC  X(00079).
